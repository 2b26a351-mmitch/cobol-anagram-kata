      * Gemeinsame WORKING-STORAGE-Felder der Sprachsteuerung
      * (SPRACHE-LOGIK.CPY). Die Puzzle-Redaktion liefert neben
      * deutschen auch englische und niederlaendische Auftraege; der
      * Sprachcode waehlt die Faltklasse der UMLAUT-TABELLE und die
      * sprachabhaengigen Dateien (Woerterbuch samt Journal und
      * Abzug, Signatur-Index, Buchstabenprofile, Wortliste).
      * Deutsch bleibt die Vorgabe: ohne Sprachcode gelten die
      * bisherigen Dateinamen ANAGWB, ANAGIDX usw. unveraendert, fuer
      * jede andere Sprache wird der Code mit Punkt angehaengt
      * (ANAGWB.EN, ANAGIDX.NL, ...).
      * Wird ueber VERGLEICH-DATEN.CPY eingebunden; Programme ohne
      * Vergleichslogik, die eine der Dateien oeffnen
      * (ANAGRAMM-WB-ENTLADEN/-WB-RESTORE), binden es direkt ein.
       01 SPRACH-STEUERUNG.
           05 WS-SPRACHE                PIC X(02) VALUE "DE".
           05 WS-SPRACHE-NEU            PIC X(02) VALUE SPACES.
      * Kommandozeilen-Token SPRACHE=xx der Stapelprogramme.
           05 WS-SPRACHE-PARM           PIC X(40) VALUE SPACES.
           05 WS-FALT-KLASSE            PIC X(01) VALUE "D".
           05 WS-SPRACHE-GUELTIG-SCH    PIC X(01) VALUE 'J'.
               88 SPRACHE-GUELTIG       VALUE 'J'.
               88 SPRACHE-UNGUELTIG     VALUE 'N'.
      * Zeichenpruefung fuer BEREINIGE-PHRASE/PRUEFE-WOERTERBUCH-
      * PHRASE: ist WS-FALT-ZEICHEN in der aktiven Faltklasse ein
      * Buchstabe mit Sonderzeichen (Umlaut, Akzent, scharfes S)?
           05 WS-FALT-ZEICHEN           PIC X(01).
           05 WS-FALT-ZEICHEN-SCH       PIC X(01) VALUE 'N'.
               88 IST-FALT-BUCHSTABE    VALUE 'J'.
      * Zugelassene Sprachcodes mit ihrer Faltklasse: D faltet
      * Umlaute auf Digraphe (AE, OE, UE, SS), A faltet Akzente und
      * Umlaute auf den Grundbuchstaben (e-Akut -> E, a-Umlaut -> A).
           05 SPRACH-TABELLE-WERTE.
               10 FILLER PIC X(02) VALUE "DE".
               10 FILLER PIC X(01) VALUE "D".
               10 FILLER PIC X(02) VALUE "EN".
               10 FILLER PIC X(01) VALUE "A".
               10 FILLER PIC X(02) VALUE "NL".
               10 FILLER PIC X(01) VALUE "A".
           05 SPRACH-TABELLE REDEFINES SPRACH-TABELLE-WERTE.
               10 SPRACH-EINTRAG OCCURS 3 TIMES
                       INDEXED BY SPRACH-IDX.
                   15 SPRACH-CODE           PIC X(02).
                   15 SPRACH-KLASSE         PIC X(01).
      * Dateinamen der sprachabhaengigen Dateien (ASSIGN DYNAMIC in
      * den FILE-CONTROL-Copybooks), von SPRACHE-SETZEN gefuellt.
           05 WS-WOERTERBUCH-NAME       PIC X(40) VALUE "ANAGWB".
           05 WS-WBJOURNAL-NAME         PIC X(40) VALUE "ANAGWBJ".
           05 WS-WBABZUG-NAME           PIC X(40) VALUE "ANAGWBS".
           05 WS-INDEX-NAME             PIC X(40) VALUE "ANAGIDX".
           05 WS-PROFIL-NAME            PIC X(40) VALUE "ANAGPRF".
           05 WS-WORTLISTE-NAME         PIC X(40) VALUE "ANAGWL".
