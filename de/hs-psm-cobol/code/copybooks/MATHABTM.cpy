      * Satzaufbau des Abteilungs-Masters der Math-Utilities-Suite
      * (VSAM-KSDS, Schluessel = Anforderer-Kennung), gemeinsam fuer
      * das Wartungsprogramm ABTMAST (Anlegen, Aendern,
      * Deaktivieren, Auflisten), die Vorpruefung FACEDIT und das
      * Einmischen REJMERGE (Abweisung unbekannter oder nicht
      * aktiver Kennungen mit Begruendungscode 07) sowie
      * FACULTYPGM (Abteilungsname in Berichtssummen und
      * Nutzungsuebersicht).
      * Eine Kennung gilt an einem Stichtag als gueltig, wenn der
      * Eintrag aktiv ist und der Stichtag zwischen Gueltig-ab und
      * Gueltig-bis (jeweils einschliesslich) liegt; unbefristete
      * Eintraege tragen Gueltig-bis 99991231.
      * Eintraege werden nie geloescht, sondern deaktiviert, damit
      * alte Laeufe und Abweisungen ihrer Abteilung zuordenbar
      * bleiben.
       01  ABTEILUNGS-SATZ.
           02 abt-kennung PIC XXX.
           02 abt-name PIC X(24).
           02 abt-kostenstelle PIC X(8).
      * Ansprechpartner der Abteilung (Name oder Rufnummer)
           02 abt-kontakt PIC X(20).
           02 abt-stand-kennzeichen PIC X.
               88 abt-aktiv VALUE "A".
               88 abt-inaktiv VALUE "I".
      * Gueltigkeitszeitraum JJJJMMTT
           02 abt-gueltig-ab PIC X(8).
           02 abt-gueltig-bis PIC X(8).
      * Datum JJJJMMTT der letzten Pflege durch ABTMAST
           02 abt-geaendert-datum PIC X(8).
