      * FILE-CONTROL-Eintrag fuer das Woerterbuch-Aenderungsjournal,
      * gemeinsam genutzt von jedem Programm, das WBPFLEGE-LOGIK.CPY
      * einbindet (ANAGRAMM-WB-PFLEGE/-WB-ONLINE), sowie vom
      * Wiederherstellungslauf ANAGRAMM-WB-RESTORE. Je Sprache
      * fuehrt das Woerterbuch sein eigenes Journal: der Name kommt
      * aus WS-WBJOURNAL-NAME (SPRACHE-DATEN.CPY, Vorgabe ANAGWBJ).
           SELECT WBJOURNAL-DATEI ASSIGN DYNAMIC WS-WBJOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WBJOURNAL-DATEI-STATUS.
