      * WBP-AKTION/WBP-WORT/WBP-BEARBEITER, PERFORMt
      * WOERTERBUCH-PFLEGE-ANWENDEN und erhaelt das Ergebnis als
      * Klartext in WBP-ERGEBNIS sowie als Schalter WBP-ANGEWENDET.
      * WBP-BEARBEITER muss eine Benutzerkennung aus dem
      * Benutzerstamm sein (zusaetzlich COPY BERECHTIGUNG-DATEN).
       01 WBPFLEGE-ARBEIT.
           05 WBP-AKTION                PIC X(01).
               88 WBP-AUFNEHMEN         VALUE 'A'.
           05 WBP-VORHER-STATUS         PIC X(01).
           05 WBP-VORHER-GEAENDERT-AM   PIC X(26).
           05 WBP-VORHER-BEARBEITER     PIC X(08).
      * Vier-Augen-Pruefung der Freigabe: der Vorschlagende des
      * Worts laut Journal-Historie.
           05 WBP-VORSCHLAGENDER        PIC X(08).
           05 WBP-HISTORIE-ENDE-SCH     PIC X(01).
               88 WBP-HISTORIE-ENDE     VALUE 'J'.
