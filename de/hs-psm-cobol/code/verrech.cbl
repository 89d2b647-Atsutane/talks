      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           VERRECH.
       AUTHOR.
           Thorsten Toepper.
      * Angabe der Einrichtung
       INSTALLATION.
           2IB-HSMA.
       DATE-WRITTEN.
           Donnerstag, 15.10.2026.

      * Umgebungsteil
       ENVIRONMENT DIVISION.
      * Zuordnung der Dateien
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Preistabelle der Leistungsverrechnung (siehe
      * copybooks/MATHTARF.cpy)
           SELECT preis-datei ASSIGN TO "RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS preis-dateistatus.
      * Verrechnungsbuch mit den Buchungen je Lauf und Anforderer
      * (siehe copybooks/MATHVERB.cpy)
           SELECT verrechnungs-buch ASSIGN TO "VERRBUCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS verr-schluessel
               FILE STATUS IS buch-dateistatus.
      * Abteilungs-Master fuer Name, Kostenstelle und
      * Ansprechpartner auf der Rechnung (siehe
      * copybooks/MATHABTM.cpy)
           SELECT abteilungs-master ASSIGN TO "ABTMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS abt-kennung
               FILE STATUS IS abteilungs-dateistatus.
      * Rechnungen, je Anforderer eine Seite (bei vielen Laeufen
      * mit Folgeseiten)
           SELECT rechnungs-datei ASSIGN TO "RECHNUNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rechnungs-dateistatus.
      * Abrechnungsdatei fuer die Finanzbuchhaltung in festen
      * Spalten
           SELECT abrechnungs-datei ASSIGN TO "BILLING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS abrechnungs-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau siehe copybooks/MATHTARF.cpy
       FD  preis-datei.
           COPY MATHTARF.

      * Satzaufbau gemeinsam mit VERBUCH, siehe
      * copybooks/MATHVERB.cpy
       FD  verrechnungs-buch.
           COPY MATHVERB.

      * Satzaufbau gemeinsam mit ABTMAST, FACEDIT, REJMERGE und
      * FACULTYPGM, siehe copybooks/MATHABTM.cpy
       FD  abteilungs-master.
           COPY MATHABTM.

       FD  rechnungs-datei.
       01  rechnungs-satz PIC X(80).

       FD  abrechnungs-datei.
       01  abrechnungs-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 preis-dateistatus PIC XX.
           02 buch-dateistatus PIC XX.
           02 abteilungs-dateistatus PIC XX.
           02 rechnungs-dateistatus PIC XX.
           02 abrechnungs-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 buch-offen-kennzeichen PIC X VALUE "N".
               88 buch-offen VALUE "J".
           02 abteilungs-master-kennzeichen PIC X VALUE "N".
               88 abteilungs-master-offen VALUE "J".

      * Tagesdatum (Rechnungs- und Abschlussdatum) und
      * Hilfsfelder fuer den Vormonat
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 heute-datum PIC X(8).
           02 vormonat-jahr PIC 9(4).
           02 vormonat-monat PIC 99.

      * Parameterkarte: abzurechnender Monat JJJJMM in den
      * Spalten 1-6; eine leere Karte rechnet den Vormonat ab
      * (Lauf am Monatsanfang).
       01  PARAMETERKARTE.
           02 parameter-monat PIC X(6) VALUE SPACES.

      * Der abzurechnende Monat und die Kennzeichen fuer den
      * Bedingungscode
       01  ABRECHNUNGS-STEUERUNG.
           02 ziel-monat PIC X(6).
           02 ziel-monat-teile REDEFINES ziel-monat.
               03 ziel-jahr PIC 9(4).
               03 ziel-monat-nummer PIC 99.
      * Abrechnung abgebrochen - der Monat bleibt offen
           02 fehler-kennzeichen PIC X VALUE "N".
               88 abrechnung-fehlgeschlagen VALUE "J".
      * Abgerechnet mit Hinweis (Abteilung unbekannt, keine
      * Buchungen, offene Buchungen frueherer Monate)
           02 hinweis-kennzeichen PIC X VALUE "N".
               88 abrechnung-mit-hinweis VALUE "J".

      * Preise aus der Preistabelle in EUR mit vier
      * Nachkommastellen, je Operation in der Reihenfolge FAK,
      * PER, KOM, KMW, DER wie im Verrechnungsbuch
       01  PREIS-TABELLE.
           02 preis-operation PIC 9(5)V9(4) OCCURS 5 TIMES.
           02 preis-erweitert PIC 9(5)V9(4).
           02 preis-master PIC 9(5)V9(4).
      * Je Preisschluessel die Anzahl gelesener Zeilen; jeder
      * muss genau einmal vorkommen
           02 preis-gelesen PIC 99 OCCURS 7 TIMES.
       01  PREIS-HILFSFELDER.
           02 preis-index PIC 9.
           02 schluessel-index PIC 9.
           02 preis-zeilennummer PIC 9(4) VALUE ZERO.
           02 preis-wert PIC 9(5)V9(4).
           02 preis-schluessel-liste PIC X(21)
               VALUE "FAKPERKOMKMWDERERWMST".

      * Die offenen Buchungen des Monats in der Reihenfolge des
      * Verrechnungsbuchs (aufsteigende Laufnummer), mit dem
      * ausgerechneten Betrag je Buchung. 1000 Eintraege decken
      * einen Monat mit taeglichen Laeufen fuer die 20
      * Anforderer je Lauf reichlich ab; reicht die Tabelle nicht,
      * wird nicht abgerechnet.
       01  BUCHUNGS-TABELLE.
           02 buchungs-anzahl PIC 9(4) VALUE ZERO.
           02 buchungs-eintrag OCCURS 1000 TIMES.
               03 bt-lauf-nummer PIC X(4).
               03 bt-anforderer PIC XXX.
               03 bt-laufdatum PIC X(8).
               03 bt-saetze PIC 9(6).
               03 bt-ueberlaeufe PIC 9(6).
               03 bt-ungueltige PIC 9(6).
               03 bt-abweisungen PIC 9(6).
               03 bt-name PIC X(24).
               03 bt-operation OCCURS 5 TIMES.
                   04 bt-standard PIC 9(6).
                   04 bt-erweitert PIC 9(6).
                   04 bt-master PIC 9(6).
               03 bt-betrag PIC 9(7)V99.
       01  BUCHUNGS-HILFSFELDER.
           02 buchungs-index PIC 9(4).
           02 operations-index PIC 9.
           02 betrag-genau PIC 9(9)V9(4).
      * Verrechnete Mengen der aktuellen Laufzeile
           02 lauf-standard PIC 9(7).
           02 lauf-erweitert PIC 9(7).
           02 lauf-master PIC 9(7).
      * Offene Buchungen frueherer, nie abgerechneter Monate
           02 alte-offene-buchungen PIC 9(6) VALUE ZERO.

      * Die Anforderer des Monats, aufsteigend nach Kennung
      * eingeordnet, damit die Rechnungen in fester Reihenfolge
      * erscheinen; dazu die Angaben aus dem Abteilungs-Master
       01  ANFORDERER-TABELLE.
           02 anforderer-anzahl PIC 99 VALUE ZERO.
           02 anforderer-eintrag OCCURS 50 TIMES.
               03 at-kennung PIC XXX.
               03 at-name PIC X(24).
               03 at-kostenstelle PIC X(8).
               03 at-kontakt PIC X(20).
       01  ANFORDERER-HILFSFELDER.
           02 anforderer-index PIC 99.
           02 anforderer-fund-index PIC 99.
           02 einfuege-index PIC 99.
           02 gesuchter-anforderer PIC XXX.

      * Summen der aktuellen Rechnung
       01  RECHNUNGS-SUMMEN.
           02 rs-laeufe PIC 9(4).
           02 rs-saetze PIC 9(9).
           02 rs-ueberlaeufe PIC 9(9).
           02 rs-ungueltige PIC 9(9).
           02 rs-abweisungen PIC 9(9).
           02 rs-menge PIC 9(9).
           02 rs-betrag PIC 9(9)V99.
           02 rs-operation OCCURS 5 TIMES.
               03 rs-standard PIC 9(9).
               03 rs-erweitert PIC 9(9).
               03 rs-master PIC 9(9).
      * Summen der ganzen Abrechnung fuer Endesatz und Meldung
       01  ABRECHNUNGS-SUMMEN.
           02 gesamt-betrag PIC 9(11)V99 VALUE ZERO.
           02 rechnungs-anzahl PIC 9(4) VALUE ZERO.
           02 abrechnungs-saetze PIC 9(9) VALUE ZERO.

      * Seitensteuerung der Rechnung wie die Lieferungen in
      * FACLIEF: Kopf und Spaltenkopf werden auf Folgeseiten
      * wiederholt.
       01  RECHNUNGS-STEUERUNG.
           02 rechnungs-zeile PIC X(80).
           02 zwischen-zeile PIC X(80).
           02 zeilen-je-seite PIC 99 VALUE 60.
           02 zeilen-auf-seite PIC 99 VALUE ZERO.
           02 seiten-zaehler PIC 99 VALUE ZERO.
           02 spaltenkopf-aktuell PIC X(80).

      * Aufbau einer Laufzeile der Rechnung
       01  RECHNUNGS-LAUFZEILE.
           02 rl-lauf-nummer PIC X(4).
           02 FILLER PIC XX VALUE SPACES.
           02 rl-laufdatum PIC X(8).
           02 FILLER PIC XXX VALUE SPACES.
           02 rl-saetze PIC ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 rl-standard PIC ZZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 rl-erweitert PIC ZZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 rl-master PIC ZZZZZ9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 rl-nicht-verrechnet PIC ZZZZZ9.
           02 rl-betrag PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC XXX VALUE SPACES.

      * Aufbau einer Mengenzeile je Operation
       01  RECHNUNGS-MENGENZEILE.
           02 rm-operation PIC XXX.
           02 FILLER PIC X(19) VALUE SPACES.
           02 rm-standard PIC ZZZZZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 rm-erweitert PIC ZZZZZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 rm-master PIC ZZZZZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 rm-preis PIC ZZZZ9.9999.
           02 FILLER PIC X(15) VALUE SPACES.

      * Nullunterdrueckte Darstellung fuer Text-Zeilen. Preise
      * und Betraege werden mit Dezimalpunkt aufbereitet und dann
      * durch Tausch von Punkt und Komma in deutsche Schreibweise
      * gebracht, wie auf Rechnung und Liste gewuenscht.
       01  ANZEIGE-HILFSFELDER.
           02 preis-anzeige PIC ZZZZ9.9999.
           02 betrag-anzeige PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 zaehler-anzeige-1 PIC ZZZZZZZZ9.
           02 zaehler-anzeige-2 PIC ZZZZZZZZ9.
           02 zaehler-anzeige-3 PIC ZZZZZZZZ9.

      * Aufbau der drei Satzarten der Abrechnungsdatei fuer die
      * Finanzbuchhaltung in festen Spalten (Satzlaenge 80),
      * Betraege ohne Komma mit zwei impliziten Nachkommastellen:
      * Kopfsatz:    "H", Monat JJJJMM (2-7), Erstellungsdatum
      *              JJJJMMTT (8-15)
      * Detailsatz:  "D", Monat (2-7), Anforderer-Kennung (8-10),
      *              Kostenstelle (11-18), Anzahl Laeufe (19-22),
      *              verrechnete Menge (23-31), Betrag (32-42),
      *              Abteilungsname (43-66)
      * Endesatz:    "T", Anzahl Detailsaetze (2-10), Summe der
      *              Betraege (11-23)
       01  ABRECHNUNG-KOPFSATZ.
           02 ak-satzart PIC X VALUE "H".
           02 ak-monat PIC X(6).
           02 ak-erstellt PIC X(8).
           02 FILLER PIC X(65) VALUE SPACES.
       01  ABRECHNUNG-DETAILSATZ.
           02 ad-satzart PIC X VALUE "D".
           02 ad-monat PIC X(6).
           02 ad-anforderer PIC XXX.
           02 ad-kostenstelle PIC X(8).
           02 ad-laeufe PIC 9(4).
           02 ad-menge PIC 9(9).
           02 ad-betrag PIC 9(9)V99.
           02 ad-name PIC X(24).
           02 FILLER PIC X(14) VALUE SPACES.
       01  ABRECHNUNG-ENDESATZ.
           02 ae-satzart PIC X VALUE "T".
           02 ae-satzanzahl PIC 9(9).
           02 ae-betragssumme PIC 9(11)V99.
           02 FILLER PIC X(57) VALUE SPACES.

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: liest Preistabelle und offene
      * Buchungen des Monats, schreibt je Anforderer eine
      * Rechnung und einen Satz der Abrechnungsdatei und schliesst
      * den Monat im Verrechnungsbuch ab. Jeder Fehler vor dem
      * Abschluss laesst den Monat offen, damit die Abrechnung
      * nach der Korrektur wiederholt werden kann.
      *   RC=0  Monat abgerechnet und abgeschlossen
      *   RC=4  abgeschlossen mit Hinweis (Abteilung nicht im
      *         Master, keine Buchungen im Monat, offene
      *         Buchungen frueherer Monate)
      *   RC=8  Parameter, Preistabelle oder Dateien fehlerhaft
      *         bzw. Monat bereits abgeschlossen - nichts
      *         abgeschlossen
       main SECTION.
           ACCEPT PARAMETERKARTE.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE heute-zeit(1:8) TO heute-datum.

           PERFORM monat-bestimmen.

           IF NOT abrechnung-fehlgeschlagen
               PERFORM preise-einlesen
           END-IF.

           IF NOT abrechnung-fehlgeschlagen
               PERFORM verrechnungsbuch-oeffnen
           END-IF.

           IF NOT abrechnung-fehlgeschlagen
               PERFORM monat-pruefen
           END-IF.

           IF NOT abrechnung-fehlgeschlagen
               PERFORM buchungen-einlesen
           END-IF.

           IF NOT abrechnung-fehlgeschlagen
               PERFORM abteilungsdaten-ermitteln
               PERFORM ausgaben-oeffnen
           END-IF.

           IF NOT abrechnung-fehlgeschlagen
               PERFORM rechnungen-schreiben
               CLOSE rechnungs-datei
               CLOSE abrechnungs-datei
               PERFORM monat-abschliessen
           END-IF.

           IF buch-offen
               CLOSE verrechnungs-buch
           END-IF.

           EVALUATE TRUE
               WHEN abrechnung-fehlgeschlagen
                   DISPLAY "Fehler: Abrechnung fuer Monat " ziel-monat
                       " nicht durchgefuehrt."
                   MOVE 8 TO RETURN-CODE
               WHEN abrechnung-mit-hinweis
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Bestimmt den abzurechnenden Monat: von der Parameterkarte
      * oder, bei leerer Karte, den Vormonat des Tagesdatums.
       monat-bestimmen SECTION.
           IF parameter-monat = SPACES
               MOVE heute-zeit(1:4) TO vormonat-jahr
               MOVE heute-zeit(5:2) TO vormonat-monat
               IF vormonat-monat = 1
                   SUBTRACT 1 FROM vormonat-jahr
                   MOVE 12 TO vormonat-monat
               ELSE
                   SUBTRACT 1 FROM vormonat-monat
               END-IF
               MOVE vormonat-jahr TO ziel-jahr
               MOVE vormonat-monat TO ziel-monat-nummer
           ELSE
               MOVE parameter-monat TO ziel-monat
               IF ziel-monat IS NOT NUMERIC
                       OR ziel-monat-nummer < 1
                       OR ziel-monat-nummer > 12
                   DISPLAY "Fehler: Ungueltiger Monat """
                       parameter-monat """ auf der Parameterkarte "
                       "(erwartet JJJJMM). Abrechnung abgebrochen."
                   SET abrechnung-fehlgeschlagen TO TRUE
               END-IF
           END-IF.
           IF NOT abrechnung-fehlgeschlagen
               DISPLAY "Abrechnung: Monat " ziel-monat "."
           END-IF.


      * Liest die Preistabelle. Jeder der sieben Schluessel muss
      * genau einmal mit einem lesbaren Preis vorkommen - eine
      * unvollstaendige Tabelle wuerde falsche Rechnungen
      * erzeugen, daher wird dann nicht abgerechnet.
       preise-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           PERFORM VARYING preis-index FROM 1 BY 1
                   UNTIL preis-index > 7
               MOVE ZERO TO preis-gelesen(preis-index)
           END-PERFORM.
           OPEN INPUT preis-datei.
           IF preis-dateistatus NOT = "00"
               DISPLAY "Fehler: Preistabelle RATES nicht "
                   "verfuegbar (Status " preis-dateistatus "). "
                   "Abrechnung abgebrochen."
               SET abrechnung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ preis-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           ADD 1 TO preis-zeilennummer
                           IF tarifsatz NOT = SPACES
                                   AND tarifsatz(1:1) NOT = "*"
                               PERFORM preiszeile-uebernehmen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE preis-datei
               PERFORM VARYING preis-index FROM 1 BY 1
                       UNTIL preis-index > 7
                   IF preis-gelesen(preis-index) NOT = 1
                       DISPLAY "Fehler: Preisschluessel "
                           preis-schluessel-liste
                               ((preis-index - 1) * 3 + 1:3)
                           " kommt " preis-gelesen(preis-index)
                           "-mal statt genau einmal in der "
                           "Preistabelle vor."
                       SET abrechnung-fehlgeschlagen TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.


      * Uebernimmt eine Preiszeile in die Preistabelle.
       preiszeile-uebernehmen SECTION.
           MOVE ZERO TO preis-index.
           PERFORM VARYING schluessel-index FROM 1 BY 1
                   UNTIL schluessel-index > 7 OR preis-index > ZERO
               IF preis-schluessel-liste
                       ((schluessel-index - 1) * 3 + 1:3)
                       = tarif-schluessel
                   MOVE schluessel-index TO preis-index
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN preis-index = ZERO
                   DISPLAY "Fehler: Zeile " preis-zeilennummer
                       " der Preistabelle: unbekannter Schluessel """
                       tarif-schluessel """."
                   SET abrechnung-fehlgeschlagen TO TRUE
               WHEN tarif-preis-euro IS NOT NUMERIC
                       OR tarif-komma NOT = ","
                       OR tarif-preis-cent IS NOT NUMERIC
                   DISPLAY "Fehler: Zeile " preis-zeilennummer
                       " der Preistabelle: Preis nicht in der "
                       "Form EEEEE,CCCC."
                   SET abrechnung-fehlgeschlagen TO TRUE
               WHEN OTHER
                   ADD 1 TO preis-gelesen(preis-index)
                   COMPUTE preis-wert = tarif-preis-euro
                       + tarif-preis-cent / 10000
                   EVALUATE preis-index
                       WHEN 6
                           MOVE preis-wert TO preis-erweitert
                       WHEN 7
                           MOVE preis-wert TO preis-master
                       WHEN OTHER
                           MOVE preis-wert
                               TO preis-operation(preis-index)
                   END-EVALUATE
           END-EVALUATE.


      * Oeffnet das Verrechnungsbuch zum Fortschreiben. Ein
      * fehlendes Buch heisst: es wurde noch nie gebucht - dann
      * gibt es auch nichts abzurechnen.
       verrechnungsbuch-oeffnen SECTION.
           OPEN I-O verrechnungs-buch.
           IF buch-dateistatus = "00"
               SET buch-offen TO TRUE
           ELSE
               DISPLAY "Fehler: Verrechnungsbuch VERRBUCH nicht "
                   "verfuegbar (Status " buch-dateistatus "). "
                   "Abrechnung abgebrochen."
               SET abrechnung-fehlgeschlagen TO TRUE
           END-IF.


      * Ein bereits abgeschlossener Monat wird nicht ein zweites
      * Mal abgerechnet.
       monat-pruefen SECTION.
           MOVE SPACES TO verr-schluessel.
           SET verr-monatsabschluss TO TRUE.
           MOVE ziel-monat TO verr-abschluss-monat.
           READ verrechnungs-buch
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Fehler: Monat " ziel-monat " wurde "
                       "bereits am " verr-buchungsdatum
                       " abgeschlossen. Abrechnung abgebrochen."
                   SET abrechnung-fehlgeschlagen TO TRUE
           END-READ.


      * Liest alle Buchungen (Satzart B) des Verrechnungsbuchs
      * und uebernimmt alle Buchungen des Monats. Da der Monat
      * noch keinen Abschlusssatz hat, zaehlen dabei auch
      * Buchungen, die ein abgebrochener Abschluss schon auf
      * abgerechnet gesetzt hat - ein wiederholter Abschluss
      * rechnet so den ganzen Monat ab. Offene Buchungen
      * frueherer Monate werden gezaehlt und gemeldet - deren
      * Monat wurde nie abgerechnet.
       buchungen-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE SPACES TO verr-schluessel.
           SET verr-buchung TO TRUE.
           START verrechnungs-buch
               KEY IS NOT LESS THAN verr-schluessel
               INVALID KEY
                   SET dateiende TO TRUE
           END-START.
           PERFORM UNTIL dateiende
               READ verrechnungs-buch NEXT
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       IF NOT verr-buchung
                           SET dateiende TO TRUE
                       ELSE
                           PERFORM buchung-uebernehmen
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO dateiende-kennzeichen.

           IF alte-offene-buchungen > ZERO
               DISPLAY "Hinweis: " alte-offene-buchungen
                   " offene Buchungen aus frueheren, nicht "
                   "abgeschlossenen Monaten - diese Monate einzeln "
                   "abrechnen."
               SET abrechnung-mit-hinweis TO TRUE
           END-IF.
           IF NOT abrechnung-fehlgeschlagen
                   AND buchungs-anzahl = ZERO
               DISPLAY "Hinweis: Keine Buchungen im Monat "
                   ziel-monat " - Monat wird ohne Rechnung "
                   "abgeschlossen."
               SET abrechnung-mit-hinweis TO TRUE
           END-IF.


      * Uebernimmt die aktuelle Buchung in die Tabelle, rechnet
      * ihren Betrag aus und ordnet ihren Anforderer ein.
       buchung-uebernehmen SECTION.
           EVALUATE TRUE
               WHEN verr-monat < ziel-monat AND verr-offen
                   ADD 1 TO alte-offene-buchungen
               WHEN verr-monat NOT = ziel-monat
                   CONTINUE
               WHEN buchungs-anzahl >= 1000
                   IF NOT abrechnung-fehlgeschlagen
                       DISPLAY "Fehler: Mehr als 1000 Buchungen im "
                           "Monat. Abrechnung abgebrochen."
                   END-IF
                   SET abrechnung-fehlgeschlagen TO TRUE
               WHEN OTHER
                   ADD 1 TO buchungs-anzahl
                   MOVE buchungs-anzahl TO buchungs-index
                   MOVE verr-lauf-nummer
                       TO bt-lauf-nummer(buchungs-index)
                   MOVE verr-anforderer TO bt-anforderer(buchungs-index)
                   MOVE verr-laufdatum TO bt-laufdatum(buchungs-index)
                   MOVE verr-saetze TO bt-saetze(buchungs-index)
                   MOVE verr-ueberlaeufe
                       TO bt-ueberlaeufe(buchungs-index)
                   MOVE verr-ungueltige
                       TO bt-ungueltige(buchungs-index)
                   MOVE verr-abweisungen
                       TO bt-abweisungen(buchungs-index)
                   MOVE verr-abteilungsname
                       TO bt-name(buchungs-index)
                   PERFORM VARYING operations-index FROM 1 BY 1
                           UNTIL operations-index > 5
                       MOVE verr-standard(operations-index)
                           TO bt-standard(buchungs-index,
                               operations-index)
                       MOVE verr-erweitert(operations-index)
                           TO bt-erweitert(buchungs-index,
                               operations-index)
                       MOVE verr-master(operations-index)
                           TO bt-master(buchungs-index,
                               operations-index)
                   END-PERFORM
                   PERFORM buchung-bewerten
                   MOVE verr-anforderer TO gesuchter-anforderer
                   PERFORM anforderer-einordnen
           END-EVALUATE.


      * Rechnet den Betrag der Buchung im aktuellen
      * Tabelleneintrag (buchungs-index) aus: Standardergebnisse
      * zum Preis ihrer Operation, erweiterte Ergebnisse zum
      * Preis ihrer Operation zuzueglich Aufschlag, Ergebnisse
      * aus dem Ergebnis-Master zum ermaessigten Preis. Gerundet
      * wird einmal je Buchung, damit die Laufzeilen der Rechnung
      * genau den Rechnungsbetrag ergeben.
       buchung-bewerten SECTION.
           MOVE ZERO TO betrag-genau.
           PERFORM VARYING operations-index FROM 1 BY 1
                   UNTIL operations-index > 5
               COMPUTE betrag-genau = betrag-genau
                   + bt-standard(buchungs-index, operations-index)
                       * preis-operation(operations-index)
                   + bt-erweitert(buchungs-index, operations-index)
                       * (preis-operation(operations-index)
                           + preis-erweitert)
                   + bt-master(buchungs-index, operations-index)
                       * preis-master
           END-PERFORM.
           COMPUTE bt-betrag(buchungs-index) ROUNDED = betrag-genau.


      * Ordnet die Kennung in gesuchter-anforderer aufsteigend in
      * die Anforderer-Tabelle ein, sofern sie noch fehlt.
       anforderer-einordnen SECTION.
           MOVE ZERO TO anforderer-fund-index.
           MOVE ZERO TO einfuege-index.
           PERFORM VARYING anforderer-index FROM 1 BY 1
                   UNTIL anforderer-index > anforderer-anzahl
                   OR anforderer-fund-index > ZERO
                   OR einfuege-index > ZERO
               EVALUATE TRUE
                   WHEN at-kennung(anforderer-index)
                           = gesuchter-anforderer
                       MOVE anforderer-index TO anforderer-fund-index
                   WHEN at-kennung(anforderer-index)
                           > gesuchter-anforderer
                       MOVE anforderer-index TO einfuege-index
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF anforderer-fund-index = ZERO
               IF anforderer-anzahl >= 50
                   IF NOT abrechnung-fehlgeschlagen
                       DISPLAY "Fehler: Mehr als 50 Anforderer im "
                           "Monat. Abrechnung abgebrochen."
                   END-IF
                   SET abrechnung-fehlgeschlagen TO TRUE
               ELSE
                   IF einfuege-index = ZERO
                       COMPUTE einfuege-index = anforderer-anzahl + 1
                   END-IF
                   PERFORM VARYING anforderer-index
                           FROM anforderer-anzahl BY -1
                           UNTIL anforderer-index < einfuege-index
                       MOVE anforderer-eintrag(anforderer-index)
                           TO anforderer-eintrag(anforderer-index + 1)
                   END-PERFORM
                   ADD 1 TO anforderer-anzahl
                   MOVE SPACES TO anforderer-eintrag(einfuege-index)
                   MOVE gesuchter-anforderer
                       TO at-kennung(einfuege-index)
               END-IF
           END-IF.


      * Ergaenzt jeden Anforderer um Name, Kostenstelle und
      * Ansprechpartner aus dem Abteilungs-Master. Fehlt ein
      * Eintrag oder der Master, wird mit dem gebuchten Namen und
      * ohne Kostenstelle abgerechnet und ein Hinweis gesetzt -
      * die Finanzbuchhaltung muss die Kostenstelle dann klaeren.
       abteilungsdaten-ermitteln SECTION.
           OPEN INPUT abteilungs-master.
           IF abteilungs-dateistatus = "00"
               SET abteilungs-master-offen TO TRUE
           ELSE
               DISPLAY "Warnung: Abteilungs-Master ABTMASTR nicht "
                   "verfuegbar (Status " abteilungs-dateistatus
                   "). Rechnungen ohne Kostenstelle."
               SET abrechnung-mit-hinweis TO TRUE
           END-IF.
           PERFORM VARYING anforderer-index FROM 1 BY 1
                   UNTIL anforderer-index > anforderer-anzahl
               PERFORM gebuchten-namen-suchen
               IF abteilungs-master-offen
                   MOVE at-kennung(anforderer-index) TO abt-kennung
                   READ abteilungs-master
                       INVALID KEY
                           DISPLAY "Warnung: Anforderer "
                               at-kennung(anforderer-index)
                               " nicht im Abteilungs-Master - "
                               "Rechnung ohne Kostenstelle."
                           SET abrechnung-mit-hinweis TO TRUE
                       NOT INVALID KEY
                           MOVE abt-name TO at-name(anforderer-index)
                           MOVE abt-kostenstelle
                               TO at-kostenstelle(anforderer-index)
                           MOVE abt-kontakt
                               TO at-kontakt(anforderer-index)
                   END-READ
               END-IF
           END-PERFORM.
           IF abteilungs-master-offen
               CLOSE abteilungs-master
           END-IF.


      * Uebernimmt den Abteilungsnamen der juengsten Buchung des
      * Anforderers im aktuellen Tabelleneintrag als Vorgabe.
       gebuchten-namen-suchen SECTION.
           PERFORM VARYING buchungs-index FROM 1 BY 1
                   UNTIL buchungs-index > buchungs-anzahl
               IF bt-anforderer(buchungs-index)
                       = at-kennung(anforderer-index)
                       AND bt-name(buchungs-index) NOT = SPACES
                   MOVE bt-name(buchungs-index)
                       TO at-name(anforderer-index)
               END-IF
           END-PERFORM.


      * Oeffnet Rechnungs- und Abrechnungsdatei; ohne sie wird
      * der Monat nicht abgeschlossen.
       ausgaben-oeffnen SECTION.
           OPEN OUTPUT rechnungs-datei.
           OPEN OUTPUT abrechnungs-datei.
           IF rechnungs-dateistatus NOT = "00"
                   OR abrechnungs-dateistatus NOT = "00"
               DISPLAY "Fehler: RECHNUNG/BILLING nicht verfuegbar "
                   "(Status " rechnungs-dateistatus "/"
                   abrechnungs-dateistatus "). Abrechnung "
                   "abgebrochen."
               IF rechnungs-dateistatus = "00"
                   CLOSE rechnungs-datei
               END-IF
               IF abrechnungs-dateistatus = "00"
                   CLOSE abrechnungs-datei
               END-IF
               SET abrechnung-fehlgeschlagen TO TRUE
           END-IF.


      * Schreibt den Kopfsatz der Abrechnungsdatei, je Anforderer
      * eine Rechnung mit ihrem Detailsatz und zum Abschluss den
      * Endesatz mit Satzanzahl und Betragssumme.
       rechnungen-schreiben SECTION.
           MOVE ziel-monat TO ak-monat.
           MOVE heute-datum TO ak-erstellt.
           MOVE ABRECHNUNG-KOPFSATZ TO abrechnungs-satz.
           WRITE abrechnungs-satz.

           PERFORM VARYING anforderer-index FROM 1 BY 1
                   UNTIL anforderer-index > anforderer-anzahl
               PERFORM rechnung-schreiben
           END-PERFORM.

           MOVE abrechnungs-saetze TO ae-satzanzahl.
           MOVE gesamt-betrag TO ae-betragssumme.
           MOVE ABRECHNUNG-ENDESATZ TO abrechnungs-satz.
           WRITE abrechnungs-satz.

           MOVE gesamt-betrag TO betrag-anzeige.
           INSPECT betrag-anzeige CONVERTING ".," TO ",.".
           DISPLAY "Abrechnung: " rechnungs-anzahl " Rechnungen, "
               "Gesamtbetrag EUR " betrag-anzeige ".".


      * Schreibt die Rechnung des Anforderers im aktuellen
      * Tabelleneintrag (anforderer-index): je Lauf eine Zeile,
      * dann die Mengen je Operation mit ihren Preisen, die nicht
      * verrechneten Saetze und der Rechnungsbetrag.
       rechnung-schreiben SECTION.
           INITIALIZE RECHNUNGS-SUMMEN.
           ADD 1 TO rechnungs-anzahl.
           MOVE ZERO TO seiten-zaehler.
           MOVE SPACES TO spaltenkopf-aktuell.
           STRING "LAUF  LAUFDATUM  SAETZE  STANDARD  ERWEITERT  "
               "MASTER  NICHT VERR.      BETRAG"
               DELIMITED BY SIZE INTO spaltenkopf-aktuell.
           PERFORM seitenkopf-schreiben.

           PERFORM VARYING buchungs-index FROM 1 BY 1
                   UNTIL buchungs-index > buchungs-anzahl
               IF bt-anforderer(buchungs-index)
                       = at-kennung(anforderer-index)
                   PERFORM laufzeile-schreiben
               END-IF
           END-PERFORM.

           MOVE SPACES TO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE SPACES TO rechnungs-zeile.
           STRING "MENGEN JE OPERATION    STANDARD  ERWEITERT"
               "     MASTER   PREIS EUR"
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           PERFORM VARYING operations-index FROM 1 BY 1
                   UNTIL operations-index > 5
               PERFORM mengenzeile-schreiben
           END-PERFORM.
           MOVE SPACES TO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE preis-erweitert TO preis-anzeige.
           INSPECT preis-anzeige CONVERTING ".," TO ",.".
           MOVE SPACES TO rechnungs-zeile.
           STRING "Aufschlag je Ergebnis des erweiterten Pfades:"
               "      EUR " preis-anzeige
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE preis-master TO preis-anzeige.
           INSPECT preis-anzeige CONVERTING ".," TO ",.".
           MOVE SPACES TO rechnungs-zeile.
           STRING "Preis je Ergebnis aus dem Ergebnis-Master:"
               "         EUR " preis-anzeige
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE SPACES TO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE rs-ueberlaeufe TO zaehler-anzeige-1.
           MOVE rs-ungueltige TO zaehler-anzeige-2.
           MOVE rs-abweisungen TO zaehler-anzeige-3.
           MOVE SPACES TO rechnungs-zeile.
           STRING "Nicht verrechnet: Ueberlaeufe" zaehler-anzeige-1
               "  Ungueltig" zaehler-anzeige-2
               "  Abweisungen" zaehler-anzeige-3
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE SPACES TO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.
           MOVE rs-betrag TO betrag-anzeige.
           INSPECT betrag-anzeige CONVERTING ".," TO ",.".
           MOVE SPACES TO rechnungs-zeile.
           STRING "RECHNUNGSBETRAG EUR                      "
               "                   " betrag-anzeige
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.

           ADD rs-betrag TO gesamt-betrag.
           MOVE ziel-monat TO ad-monat.
           MOVE at-kennung(anforderer-index) TO ad-anforderer.
           MOVE at-kostenstelle(anforderer-index) TO ad-kostenstelle.
           MOVE rs-laeufe TO ad-laeufe.
           MOVE rs-menge TO ad-menge.
           MOVE rs-betrag TO ad-betrag.
           MOVE at-name(anforderer-index) TO ad-name.
           MOVE ABRECHNUNG-DETAILSATZ TO abrechnungs-satz.
           WRITE abrechnungs-satz.
           ADD 1 TO abrechnungs-saetze.


      * Schreibt die Laufzeile der Buchung im aktuellen
      * Tabelleneintrag (buchungs-index) und fuehrt die Summen
      * der Rechnung fort.
       laufzeile-schreiben SECTION.
           MOVE ZERO TO lauf-standard.
           MOVE ZERO TO lauf-erweitert.
           MOVE ZERO TO lauf-master.
           PERFORM VARYING operations-index FROM 1 BY 1
                   UNTIL operations-index > 5
               ADD bt-standard(buchungs-index, operations-index)
                   TO lauf-standard rs-standard(operations-index)
               ADD bt-erweitert(buchungs-index, operations-index)
                   TO lauf-erweitert rs-erweitert(operations-index)
               ADD bt-master(buchungs-index, operations-index)
                   TO lauf-master rs-master(operations-index)
           END-PERFORM.
           ADD 1 TO rs-laeufe.
           ADD bt-saetze(buchungs-index) TO rs-saetze.
           ADD bt-ueberlaeufe(buchungs-index) TO rs-ueberlaeufe.
           ADD bt-ungueltige(buchungs-index) TO rs-ungueltige.
           ADD bt-abweisungen(buchungs-index) TO rs-abweisungen.
           ADD lauf-standard lauf-erweitert lauf-master TO rs-menge.
           ADD bt-betrag(buchungs-index) TO rs-betrag.

           MOVE bt-lauf-nummer(buchungs-index) TO rl-lauf-nummer.
           MOVE bt-laufdatum(buchungs-index) TO rl-laufdatum.
           MOVE bt-saetze(buchungs-index) TO rl-saetze.
           MOVE lauf-standard TO rl-standard.
           MOVE lauf-erweitert TO rl-erweitert.
           MOVE lauf-master TO rl-master.
           COMPUTE rl-nicht-verrechnet = bt-ueberlaeufe(buchungs-index)
               + bt-ungueltige(buchungs-index).
           MOVE bt-betrag(buchungs-index) TO rl-betrag.
           INSPECT rl-betrag CONVERTING ".," TO ",.".
           MOVE RECHNUNGS-LAUFZEILE TO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.


      * Schreibt die Mengenzeile der Operation operations-index
      * mit ihrem Preis.
       mengenzeile-schreiben SECTION.
           MOVE preis-schluessel-liste
               ((operations-index - 1) * 3 + 1:3) TO rm-operation.
           MOVE rs-standard(operations-index) TO rm-standard.
           MOVE rs-erweitert(operations-index) TO rm-erweitert.
           MOVE rs-master(operations-index) TO rm-master.
           MOVE preis-operation(operations-index) TO rm-preis.
           INSPECT rm-preis CONVERTING ".," TO ",.".
           MOVE RECHNUNGS-MENGENZEILE TO rechnungs-zeile.
           PERFORM rechnungszeile-schreiben.


      * Beginnt eine neue Rechnungsseite: Kopf mit Monat und
      * Seitennummer, Anforderer mit Name und Kostenstelle,
      * Ansprechpartner und Rechnungsdatum, danach der Spaltenkopf
      * der Laufzeilen.
       seitenkopf-schreiben SECTION.
           ADD 1 TO seiten-zaehler.
           MOVE ZERO TO zeilen-auf-seite.
           MOVE SPACES TO rechnungs-zeile.
           STRING "RECHNUNG LEISTUNGSVERRECHNUNG     Monat: "
               ziel-monat(1:4) "-" ziel-monat(5:2)
               "          Seite: " seiten-zaehler
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO rechnungs-zeile.
           STRING "Anforderer: " at-kennung(anforderer-index) "  "
               at-name(anforderer-index)
               "   Kostenstelle: " at-kostenstelle(anforderer-index)
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO rechnungs-zeile.
           STRING "Ansprechpartner: " at-kontakt(anforderer-index)
               "     Rechnungsdatum: " heute-datum
               DELIMITED BY SIZE INTO rechnungs-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO rechnungs-zeile.
           PERFORM zeile-ausgeben.
           MOVE spaltenkopf-aktuell TO rechnungs-zeile.
           PERFORM zeile-ausgeben.


      * Schreibt eine Inhaltszeile mit Seitenumbruch, wenn die
      * aktuelle Seite voll ist, wie lieferzeile-schreiben in
      * FACLIEF.
       rechnungszeile-schreiben SECTION.
           IF zeilen-auf-seite >= zeilen-je-seite
               MOVE rechnungs-zeile TO zwischen-zeile
               PERFORM seitenkopf-schreiben
               MOVE zwischen-zeile TO rechnungs-zeile
           END-IF.
           PERFORM zeile-ausgeben.
           ADD 1 TO zeilen-auf-seite.


      * Gibt rechnungs-zeile auf die Rechnungsdatei aus.
       zeile-ausgeben SECTION.
           MOVE rechnungs-zeile TO rechnungs-satz.
           WRITE rechnungs-satz.


      * Schliesst den Monat ab: jede abgerechnete Buchung wird auf
      * abgerechnet gesetzt, danach wird der Abschlusssatz des
      * Monats geschrieben. Ab dann bucht VERBUCH nicht mehr in
      * diesen Monat. Laesst sich eine Buchung nicht
      * zurueckschreiben, bleibt der Monat offen, damit der
      * Abschluss nach der Klaerung wiederholt werden kann.
       monat-abschliessen SECTION.
           PERFORM VARYING buchungs-index FROM 1 BY 1
                   UNTIL buchungs-index > buchungs-anzahl
               MOVE SPACES TO verr-schluessel
               SET verr-buchung TO TRUE
               MOVE bt-lauf-nummer(buchungs-index) TO verr-lauf-nummer
               MOVE bt-anforderer(buchungs-index) TO verr-anforderer
               READ verrechnungs-buch
                   INVALID KEY
                       DISPLAY "Warnung: Buchung Lauf "
                           bt-lauf-nummer(buchungs-index) " "
                           bt-anforderer(buchungs-index)
                           " beim Abschluss nicht mehr gefunden."
                       SET abrechnung-mit-hinweis TO TRUE
                   NOT INVALID KEY
                       SET verr-abgerechnet TO TRUE
                       MOVE heute-datum TO verr-abrechnungsdatum
                       REWRITE VERRECHNUNGS-SATZ
                           INVALID KEY
                               DISPLAY "Fehler: Buchung Lauf "
                                   verr-lauf-nummer " "
                                   verr-anforderer
                                   " nicht als abgerechnet "
                                   "zurueckgeschrieben (Status "
                                   buch-dateistatus ")."
                               SET abrechnung-fehlgeschlagen TO TRUE
                       END-REWRITE
               END-READ
           END-PERFORM.

           IF abrechnung-fehlgeschlagen
               DISPLAY "Fehler: Monat " ziel-monat
                   " wird nicht abgeschlossen."
           ELSE
               PERFORM abschlusssatz-schreiben
           END-IF.


      * Schreibt den Abschlusssatz des Monats ziel-monat.
       abschlusssatz-schreiben SECTION.
           MOVE SPACES TO VERRECHNUNGS-SATZ.
           SET verr-monatsabschluss TO TRUE.
           MOVE ziel-monat TO verr-abschluss-monat.
           MOVE ziel-monat TO verr-monat.
           MOVE heute-datum TO verr-buchungsdatum.
           MOVE heute-datum TO verr-abrechnungsdatum.
           SET verr-abgerechnet TO TRUE.
           MOVE ZERO TO verr-saetze.
           MOVE ZERO TO verr-ueberlaeufe.
           MOVE ZERO TO verr-ungueltige.
           MOVE ZERO TO verr-abweisungen.
           PERFORM VARYING operations-index FROM 1 BY 1
                   UNTIL operations-index > 5
               MOVE ZERO TO verr-standard(operations-index)
               MOVE ZERO TO verr-erweitert(operations-index)
               MOVE ZERO TO verr-master(operations-index)
           END-PERFORM.
           WRITE VERRECHNUNGS-SATZ
               INVALID KEY
                   DISPLAY "Fehler: Abschlusssatz fuer Monat "
                       ziel-monat " nicht schreibbar (Status "
                       buch-dateistatus ")."
                   SET abrechnung-fehlgeschlagen TO TRUE
               NOT INVALID KEY
                   DISPLAY "Abrechnung: Monat " ziel-monat
                       " abgeschlossen, " buchungs-anzahl
                       " Buchungen abgerechnet."
           END-WRITE.
