      * dieselbe Signatur teilen koennen - eine WITH-DUPLICATES-Klausel
      * ist fuer einen Primaerschluessel in Standard-COBOL nicht
      * zulaessig (ein KSDS-Primaerschluessel ist immer eindeutig).
      * Je Sprache ein eigener Index: der Name kommt aus
      * WS-INDEX-NAME (SPRACHE-DATEN.CPY, Vorgabe ANAGIDX).
           SELECT INDEX-DATEI ASSIGN DYNAMIC WS-INDEX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-WORT
