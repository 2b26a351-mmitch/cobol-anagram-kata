      * Satzlayout der Alarmmeldung an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY): gleich fuer die Schnittstellendatei ANAGALM,
      * die das Ueberwachungssystem abholt, und fuer das
      * Alarm-Journal ANAGALJ, das jedes Auftreten festhaelt.
      * ALS-PROGRAMM ist das Programm, das der Alarm betrifft (beim
      * Ablauf-Waechter das angehaltene Programm), ALS-MELDER das
      * Programm, das ihn erhoben hat; ALS-LAUF-ID ist der Lauf, auf
      * den sich der Alarm bezieht. ALS-ZEITSTEMPEL ist der Zeitpunkt
      * des Ereignisses (JJJJMMTTHHMMSS), ALS-NACHT die Nacht, der er
      * zugerechnet wird (Datum des Abends; Ereignisse vor 12 Uhr
      * gehoeren zur Nacht des Vortags). ALS-GEMELDET steht im
      * Journal auf N, wenn ein gleicher Alarm (Programm, Code, Text)
      * in derselben Nacht schon gemeldet war und dieses Auftreten
      * deshalb nicht erneut in die Schnittstelle ging; in ANAGALM
      * steht es immer auf J.
           05 ALS-ZEITSTEMPEL          PIC X(14).
           05 ALS-NACHT                PIC X(08).
           05 ALS-SCHWERE              PIC X(04).
               88 ALS-INFO             VALUE 'INFO'.
               88 ALS-WARNUNG          VALUE 'WARN'.
               88 ALS-KRITISCH         VALUE 'KRIT'.
           05 ALS-PROGRAMM             PIC X(24).
           05 ALS-LAUF-ID              PIC X(14).
           05 ALS-CODE                 PIC X(08).
           05 ALS-TEXT                 PIC X(60).
           05 ALS-MELDER               PIC X(24).
           05 ALS-GEMELDET-SCH         PIC X(01).
               88 ALS-GEMELDET         VALUE 'J'.
