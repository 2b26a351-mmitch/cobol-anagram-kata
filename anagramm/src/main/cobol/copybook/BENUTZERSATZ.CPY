      * Satzlayout des Benutzerstamms (VSAM KSDS): ein Satz je
      * Benutzer mit Kennwort, Rollen und Gueltigkeitszeitraum.
      * Bisher waren Bearbeiter-Kuerzel in der Woerterbuch-Pflege und
      * in der Waechter-Freigabe freier Text - jeder konnte jedes
      * Kuerzel eintippen, und dieselbe Person konnte ein Wort
      * vorschlagen und selbst freigeben. Die Rollen:
      *   - Hotline: Anmeldung an ANAGRAMM-ONLINE,
      *   - Vorschlagender: Aktion A der Woerterbuch-Pflege,
      *   - Freigebender: Aktionen F, Z und L der Woerterbuch-Pflege,
      *   - Betriebsfreigabe: Bediener-Freigabe im ANAGRAMM-WAECHTER,
      *   - Benutzerverwaltung: Pflege dieses Stamms.
      * Gueltig-ab/-bis im Format JJJJMMTT; ein leeres Gueltig-bis
      * heisst unbefristet.
           05 BEN-KENNUNG               PIC X(08).
           05 BEN-NAME                  PIC X(30).
           05 BEN-KENNWORT              PIC X(08).
           05 BEN-ROLLEN.
               10 BEN-ROLLE-HOTLINE     PIC X(01).
                   88 BEN-HOTLINE       VALUE 'J'.
               10 BEN-ROLLE-VORSCHLAG   PIC X(01).
                   88 BEN-VORSCHLAGENDER VALUE 'J'.
               10 BEN-ROLLE-FREIGABE    PIC X(01).
                   88 BEN-FREIGEBENDER  VALUE 'J'.
               10 BEN-ROLLE-BETRIEB     PIC X(01).
                   88 BEN-BETRIEBSFREIGABE VALUE 'J'.
               10 BEN-ROLLE-VERWALTUNG  PIC X(01).
                   88 BEN-VERWALTER     VALUE 'J'.
           05 BEN-GUELTIG-AB            PIC X(08).
           05 BEN-GUELTIG-BIS           PIC X(08).
           05 BEN-GEAENDERT-AM          PIC X(26).
           05 BEN-GEAENDERT-VON         PIC X(08).
