           SELECT options-datei ASSIGN TO "RUNOPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS options-dateistatus.
      * Abteilungs-Master: liefert zu jeder Anforderer-Kennung
      * den Abteilungsnamen fuer Berichtssummen und
      * Nutzungsuebersicht (siehe abteilungsnamen-ermitteln).
           SELECT abteilungs-master ASSIGN TO "ABTMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS abt-kennung
               FILE STATUS IS abteilungs-dateistatus.

      * Datenteil
       DATA DIVISION.
       FD  ergebnis-master.
           COPY MATHMAST.

      * Beschreibung des Abteilungs-Masters, Satzaufbau gemeinsam
      * mit dem Wartungsprogramm ABTMAST, siehe
      * copybooks/MATHABTM.cpy
       FD  abteilungs-master.
           COPY MATHABTM.

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Eingabe- und Ergebnisfeld der Math-Utilities-Suite, siehe
               03 anforderer-ueberlaeufe PIC 9(6).
               03 anforderer-ungueltige PIC 9(6).
               03 anforderer-abweisungen PIC 9(6).
      * Abteilungsname laut Abteilungs-Master
               03 anforderer-name PIC X(24).
       01  ANFORDERER-HILFSFELDER.
           02 anforderer-index PIC 99.
           02 anforderer-fund-index PIC 99.
      * der Nutzungsuebersicht
           02 abweis-dateistatus PIC XX.
           02 nutzungs-dateistatus PIC XX.
           02 abteilungs-dateistatus PIC XX.
      * Nullunterdrueckte Zaehlerdarstellung fuer Berichts- und
      * Uebersichtszeilen
           02 anforderer-anzahl-anzeige PIC ZZZZZ9.
               PERFORM checkpoint-schreiben
           END-IF.

           PERFORM abteilungsnamen-ermitteln.
           PERFORM report-abschluss-schreiben.

      * Ende des Laufs mit der Gesamtzahl verarbeiteter Saetze im
      * Abweisungen der Vorpruefung je Anforderer einrechnen und
      * die Nutzungsuebersicht fuer die Leistungsverrechnung
      * schreiben.
      * Erst durch Abweisungen hinzugekommene Anforderer
      * erhalten ihren Namen mit der zweiten Namensermittlung.
           PERFORM abweisungen-einrechnen.
           PERFORM abteilungsnamen-ermitteln.
           PERFORM nutzungsuebersicht-schreiben.

      * Sauberer Lauf bis zum Dateiende: Checkpoint zuruecksetzen,
                   TO anforderer-anzahl-anzeige
               MOVE SPACES TO batch-berichtsatz
               STRING "Anforderer "
                   anforderer-kennung(anforderer-index) " "
                   anforderer-name(anforderer-index)(1:12) ": "
                   anforderer-anzahl-anzeige " Saetze, "
                   anforderer-ueberlaeufe(anforderer-index)
                   " Ueberlaeufe, "
                   TO anforderer-ungueltige(anforderer-fund-index)
               MOVE ZERO
                   TO anforderer-abweisungen(anforderer-fund-index)
               MOVE SPACES TO anforderer-name(anforderer-fund-index)
           ELSE
               DISPLAY "Warnung: Mehr als 20 Anforderer in einem "
                   "Lauf - Kennung " gesuchter-anforderer
               WRITE nutzungs-satz
               MOVE SPACES TO nutzungs-satz
               STRING "ANF  SAETZE  UEBERLAEUFE  UNGUELTIG  "
                   "ABWEISUNGEN  ABTEILUNG"
                   DELIMITED BY SIZE INTO nutzungs-satz
               WRITE nutzungs-satz
               PERFORM VARYING anforderer-index FROM 1 BY 1
               anforderer-saetze(anforderer-index) "       "
               anforderer-ueberlaeufe(anforderer-index) "      "
               anforderer-ungueltige(anforderer-index) "     "
               anforderer-abweisungen(anforderer-index) "  "
               anforderer-name(anforderer-index)
               DELIMITED BY SIZE INTO nutzungs-satz.
           WRITE nutzungs-satz.


      * Ermittelt zu jedem Anforderer der Tabelle den
      * Abteilungsnamen aus dem Abteilungs-Master. Kennungen ohne
      * Eintrag (etwa "???") erscheinen als UNBEKANNT; ist der
      * Master nicht verfuegbar, bleiben die Namen mit Warnung
      * leer - die Summen selbst sind davon nicht betroffen.
       abteilungsnamen-ermitteln SECTION.
           OPEN INPUT abteilungs-master.
           IF abteilungs-dateistatus = "00"
               PERFORM VARYING anforderer-index FROM 1 BY 1
                       UNTIL anforderer-index > anforderer-anzahl
                   MOVE anforderer-kennung(anforderer-index)
                       TO abt-kennung
                   READ abteilungs-master
                       INVALID KEY
                           MOVE "UNBEKANNT"
                               TO anforderer-name(anforderer-index)
                       NOT INVALID KEY
                           MOVE abt-name
                               TO anforderer-name(anforderer-index)
                   END-READ
               END-PERFORM
               CLOSE abteilungs-master
           ELSE
               DISPLAY "Warnung: Abteilungs-Master ABTMASTR nicht "
                   "verfuegbar (Status " abteilungs-dateistatus
                   "). Summen ohne Abteilungsnamen."
           END-IF.


      * Weist eingabewert neu an, solange kein gueltiger,
      * positiver zweistelliger Wert vorliegt.
      * Begrenzt die Anzahl der Neueingabe-Versuche, damit ein
