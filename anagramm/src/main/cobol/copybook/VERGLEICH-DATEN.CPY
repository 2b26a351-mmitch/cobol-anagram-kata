      * (VERGLEICH-LOGIK.CPY). Jedes Programm, das die Pruefung per
      * COPY VERGLEICH-LOGIK einbindet, bindet dieses Datenlayout mit
      * ein. Ein aufrufendes Programm braucht zusaetzlich eine eigene
      * FD/SELECT fuer AUDIT-DATEI (Satzlayout: COPY AUDITSATZ),
      * AUDITKETTE-DATEI (Satzlayout: COPY AUDITKETTESATZ) und
      * WOERTERBUCH-DATEI (Satzlayout: COPY WOERTERBUCHSATZ) und
      * PERFORMt AUDIT-INITIALISIERUNG/AUDIT-SCHLIESSEN sowie
      * WOERTERBUCH-INITIALISIERUNG/WOERTERBUCH-SCHLIESSEN einmal je
       01 UMLAUT-DATEN.
           COPY UMLAUT.

           COPY SPRACHE-DATEN.

       01 NORMALISIERUNGS-ARBEIT.
           05 NORM-EINGABE              PIC X(80).
           05 NORM-EINGABE-TAB REDEFINES NORM-EINGABE.
           05 WS-EINGABE-ROH-1          PIC X(80).
           05 WS-EINGABE-ROH-2          PIC X(80).

           COPY AUDITKETTE-DATEN.

       01 WOERTERBUCH-STEUERUNG.
           05 WS-WOERTERBUCH-DATEI-STATUS  PIC X(02).
           05 WS-WOERTERBUCH-AKTIV-SCH     PIC X(01) VALUE 'N'.
               88 WOERTERBUCH-AKTIV        VALUE 'J'.
      * Der Lauf arbeitet mit Woerterbuch (WOERTERBUCH-INITIALISIERUNG
      * war schon dran) - ein Sprachwechsel oeffnet dann das
      * Woerterbuch der neuen Sprache.
           05 WS-WOERTERBUCH-BENUTZT-SCH   PIC X(01) VALUE 'N'.
               88 WOERTERBUCH-BENUTZT      VALUE 'J'.
           05 WB-SUCH-WORT                 PIC X(80).
           05 WB-GEFUNDEN-SCH              PIC X(01).
               88 WB-GEFUNDEN              VALUE 'J'.
