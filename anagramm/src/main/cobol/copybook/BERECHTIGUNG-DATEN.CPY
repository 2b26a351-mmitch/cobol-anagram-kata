      * Gemeinsame WORKING-STORAGE-Felder der Berechtigungspruefung
      * (BERECHTIGUNG-LOGIK.CPY). Das einbindende Programm setzt
      * BER-PROGRAMM einmal zu Beginn, fuellt je Pruefung
      * BER-BENUTZER, BER-ROLLE, BER-FUNKTION, BER-OBJEKT und - nur
      * bei einer Anmeldung - BER-KENNWORT mit BER-MIT-KENNWORT,
      * PERFORMt BERECHTIGUNG-PRUEFEN und erhaelt BER-ERLAUBT bzw.
      * den Ablehnungsgrund in BER-GRUND.
       01 BERECHTIGUNG-ARBEIT.
           05 WS-BENUTZER-DATEI-STATUS  PIC X(02).
           05 WS-BENUTZER-AKTIV-SCH     PIC X(01) VALUE 'N'.
               88 BENUTZER-AKTIV        VALUE 'J'.
           05 WS-SICHERHEIT-DATEI-STATUS PIC X(02).
           05 BER-PROGRAMM              PIC X(24) VALUE SPACES.
           05 BER-BENUTZER              PIC X(08).
           05 BER-KENNWORT              PIC X(08).
           05 BER-KENNWORT-SCH          PIC X(01) VALUE 'N'.
               88 BER-MIT-KENNWORT      VALUE 'J'.
      * Verlangte Rolle; leer heisst: nur gueltiger Benutzer,
      * P (Pflege) heisst Vorschlagender ODER Freigebender.
           05 BER-ROLLE                 PIC X(01).
               88 BER-ROLLE-HOTLINE     VALUE 'H'.
               88 BER-ROLLE-VORSCHLAG   VALUE 'V'.
               88 BER-ROLLE-FREIGABE    VALUE 'F'.
               88 BER-ROLLE-BETRIEB     VALUE 'B'.
               88 BER-ROLLE-VERWALTUNG  VALUE 'U'.
               88 BER-ROLLE-PFLEGE      VALUE 'P'.
           05 BER-FUNKTION              PIC X(10).
           05 BER-OBJEKT                PIC X(80).
           05 BER-GRUND                 PIC X(20).
           05 BER-ERLAUBT-SCH           PIC X(01) VALUE 'N'.
               88 BER-ERLAUBT           VALUE 'J'.
           05 BER-HEUTE                 PIC X(08).
           05 BER-ANGEMELDET            PIC X(08) VALUE SPACES.
           05 BER-ANMELDE-VERSUCHE      PIC 9(01) VALUE 0.
