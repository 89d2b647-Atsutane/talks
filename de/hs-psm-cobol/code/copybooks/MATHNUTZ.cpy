      * Aufbau einer Anforderer-Zeile der Nutzungsuebersicht
      * (USAGESUM), wie sie FACULTYPGM je Lauf in
      * nutzungszeile-schreiben erzeugt, fuer die lesenden
      * Programme der Suite (etwa FACLIEF). Die Datei beginnt mit
      * zwei Kopfzeilen: "NUTZUNG JE ANFORDERER     Lauf: nnnn"
      * (Laufnummer in den Spalten 33-36) und dem Spaltenkopf
      * "ANF  SAETZE ..."; danach folgt je Anforderer eine Zeile
      * mit Kennung, Saetzen, Ueberlaeufen, ungueltigen Saetzen
      * und Abweisungen des Laufs sowie dem Abteilungsnamen laut
      * Abteilungs-Master (siehe copybooks/MATHABTM.cpy).
       01  nutzungs-zeile.
           02 nutzung-anforderer PIC XXX.
           02 FILLER PIC XX.
           02 nutzung-saetze PIC 9(6).
           02 FILLER PIC X(7).
           02 nutzung-ueberlaeufe PIC 9(6).
           02 FILLER PIC X(6).
           02 nutzung-ungueltige PIC 9(6).
           02 FILLER PIC X(5).
           02 nutzung-abweisungen PIC 9(6).
           02 FILLER PIC XX.
           02 nutzung-abteilungsname PIC X(24).
           02 FILLER PIC X(7).
