      * gemeinsam genutzt von jedem Programm, das VERGLEICH-LOGIK.CPY
      * einbindet, sowie von der Woerterbuch-Pflege
      * (ANAGRAMM-WB-PFLEGE/-WB-ONLINE, WBPFLEGE-LOGIK.CPY).
      * Je Sprache ein eigenes Woerterbuch: der Name kommt aus
      * WS-WOERTERBUCH-NAME (SPRACHE-DATEN.CPY, Vorgabe ANAGWB).
           SELECT WOERTERBUCH-DATEI ASSIGN DYNAMIC WS-WOERTERBUCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WBS-WORT
