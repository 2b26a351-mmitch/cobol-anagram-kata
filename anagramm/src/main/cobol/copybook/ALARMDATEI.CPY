      * FILE-CONTROL-Eintraege der Alarmmeldungen (Satzlayout beider
      * Dateien: COPY ALARMSATZ): die Schnittstellendatei ANAGALM,
      * aus der das Ueberwachungssystem die Alarme abholt, und das
      * Alarm-Journal ANAGALJ mit jedem Auftreten, aus dem
      * ALARM-LOGIK.CPY gleiche Alarme einer Nacht erkennt und
      * ANAGRAMM-ALARM-BERICHT die Tagesuebersicht erstellt.
           SELECT ALARM-DATEI ASSIGN TO "ANAGALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALM-DATEI-STATUS.

           SELECT ALARMJOURNAL-DATEI ASSIGN TO "ANAGALJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALM-JOURNAL-STATUS.
