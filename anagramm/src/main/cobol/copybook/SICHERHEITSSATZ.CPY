      * Satzlayout des Sicherheitsprotokolls: ein Satz je
      * abgewiesenem Versuch - fehlgeschlagene Anmeldung, fehlende
      * Rolle, abgelaufener Benutzer, Verstoss gegen das
      * Vier-Augen-Prinzip bei der Freigabe. SIC-FUNKTION nennt die
      * Pruefung, SIC-ROLLE die verlangte Rolle (Codes wie BER-ROLLE
      * in BERECHTIGUNG-DATEN.CPY), SIC-OBJEKT das betroffene Wort
      * bzw. Programm.
           05 SIC-ZEITSTEMPEL           PIC X(26).
           05 SIC-PROGRAMM              PIC X(24).
           05 SIC-BENUTZER              PIC X(08).
           05 SIC-FUNKTION              PIC X(10).
           05 SIC-ROLLE                 PIC X(01).
           05 SIC-GRUND                 PIC X(20).
           05 SIC-OBJEKT                PIC X(80).
