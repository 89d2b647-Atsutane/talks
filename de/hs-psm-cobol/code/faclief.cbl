      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           FACLIEF.
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
      * Audit-Protokoll mit den Ergebnissen des Laufs - wie fuer
      * FACXTRCT die maschinell auswertbare Quelle je Berechnung,
      * einschliesslich der vollstaendigen erweiterten Ergebnisse
           SELECT audit-datei ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-dateistatus.
      * Nutzungsuebersicht des Laufs, wie sie FACULTYPGM schreibt
      * (siehe copybooks/MATHNUTZ.cpy)
           SELECT nutzungs-datei ASSIGN TO "USAGESUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS nutzungs-dateistatus.
      * Offene-Abweisungen-Master, hier sequentiell gelesen wie in
      * REJAGE (siehe copybooks/MATHREJM.cpy)
           SELECT abweis-master ASSIGN TO "REJMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rej-schluessel
               FILE STATUS IS master-dateistatus.
      * Lieferdatei aller Abteilungen: jede Zeile traegt vorne
      * die Anforderer-Kennung, nach der jcl/LIEFVJOB.jcl die
      * Lieferung einer Abteilung herauszieht
           SELECT liefer-datei ASSIGN TO "LIEFERNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liefer-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzlaenge wie in FACULTYPGM (X(600))
       FD  audit-datei.
       01  audit-satz PIC X(600).

      * Satzaufbau gemeinsam mit FACULTYPGM, siehe
      * copybooks/MATHNUTZ.cpy
       FD  nutzungs-datei.
           COPY MATHNUTZ.

      * Satzaufbau gemeinsam mit REJLOAD, REJMERGE und REJAGE,
      * siehe copybooks/MATHREJM.cpy
       FD  abweis-master.
           COPY MATHREJM.

      * Anforderer-Kennung in den Spalten 1-3, ab Spalte 5 die
      * 80-stellige Zeile der Lieferung (Satzlaenge 84)
       FD  liefer-datei.
       01  liefer-satz.
           02 liefer-anforderer PIC XXX.
           02 FILLER PIC X.
           02 liefer-bild PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 audit-dateistatus PIC XX.
           02 nutzungs-dateistatus PIC XX.
           02 master-dateistatus PIC XX.
           02 liefer-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".

      * Parameterkarte: Laufnummer des zu liefernden Laufs in den
      * Spalten 1-4, eine leere Karte liefert wie in FACXTRCT den
      * juengsten abgeschlossenen Batch-Lauf.
       01  PARAMETERKARTE.
           02 parameter-lauf-nummer PIC X(4) VALUE SPACES.

      * Der ausgewaehlte Lauf: Nummer und Laufdatum (Datum der
      * Endemarke), dazu die Kennzeichen fuer den Bedingungscode
       01  LAUF-AUSWAHL.
           02 ziel-lauf-nummer PIC X(4).
           02 ziel-laufdatum PIC X(8).
           02 ziel-gefunden-kennzeichen PIC X VALUE "N".
               88 ziel-gefunden VALUE "J".
      * Lieferung abgebrochen (Parameter, Protokoll, Lauf,
      * Lieferdatei)
           02 fehler-kennzeichen PIC X VALUE "N".
               88 lieferung-fehlgeschlagen VALUE "J".
      * Lieferung vollstaendig, aber mit Hinweis (fehlende oder
      * abweichende Summen) - Bedingungscode 4
           02 hinweis-kennzeichen PIC X VALUE "N".
               88 lieferung-mit-hinweis VALUE "J".

      * Tagesdatum und Hilfsfelder fuer das Alter der offenen
      * Abweisungen in Tagen, wie in REJAGE
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 heute-datum PIC X(8).
           02 erstellt-zeitstempel PIC X(15).
           02 heute-datum-zahl PIC 9(8).
           02 erfasst-datum-zahl PIC 9(8).
           02 offene-tage PIC S9(5).
           02 offene-tage-anzeige PIC ZZZZ9.

      * Tabelle der Anforderer des Laufs: zuerst aus der
      * Nutzungsuebersicht (mit der dort verrechneten Zeile),
      * ergaenzt um Kennungen, die nur im Audit-Protokoll
      * auftauchen. 50 Eintraege decken die 20 Anforderer, die
      * FACULTYPGM je Lauf fuehrt, mit Spielraum ab.
       01  ANFORDERER-TABELLE.
           02 anforderer-anzahl PIC 99 VALUE ZERO.
           02 anforderer-eintrag OCCURS 50 TIMES.
               03 at-kennung PIC XXX.
               03 at-nutzung-kennzeichen PIC X.
                   88 at-nutzung-vorhanden VALUE "J".
               03 at-saetze PIC 9(6).
               03 at-nutzungszeile PIC X(80).
       01  ANFORDERER-HILFSFELDER.
           02 anforderer-index PIC 99.
           02 anforderer-fund-index PIC 99.
           02 liefer-index PIC 99.
           02 gesuchter-anforderer PIC XXX.
           02 aktueller-anforderer PIC XXX.

      * Pruefung der Nutzungsuebersicht: gehoert sie zum
      * gelieferten Lauf, werden ihre Zeilen uebernommen
       01  NUTZUNGS-HILFSFELDER.
           02 nutzung-zeilennummer PIC 9(4) VALUE ZERO.
           02 nutzung-passend-kennzeichen PIC X VALUE "N".
               88 nutzung-passend VALUE "J".

      * Tabelle der offenen Abweisungen aus dem Master, wie in
      * REJAGE; die Abteilung steht in den Spalten 12-14 des
      * Kartenbildes.
       01  OFFENE-TABELLE.
           02 offene-anzahl PIC 9(3) VALUE ZERO.
           02 tabelle-uebergelaufen-kennzeichen PIC X VALUE "N".
               88 tabelle-uebergelaufen VALUE "J".
           02 offener-eintrag OCCURS 500 TIMES.
               03 oe-lauf-nummer PIC 9(4).
               03 oe-satznummer PIC 9(6).
               03 oe-grundcode PIC XX.
               03 oe-erfasst-datum PIC X(8).
               03 oe-anforderer PIC XXX.
               03 oe-kartenbild PIC X(40).
       01  TABELLEN-HILFSFELDER.
           02 offener-index PIC 9(3).

      * Zerlegung einer Protokollzeile in Eingabe-, Zweitwert-,
      * Ergebnis- und Anforderer-Teil, wie in FACXTRCT
       01  SATZ-ZERLEGUNG.
           02 satz-vorspann PIC X(60).
           02 satz-rest PIC X(600).
           02 satz-wert-teil PIC X(40).
           02 satz-wert-text PIC X(10).
           02 satz-zweit-text PIC X(10).
           02 satz-ergebnis-text PIC X(560).
           02 satz-ergebnis-vermerkt PIC X(460).
           02 satz-anforderer-teil PIC X(100).
           02 satz-anforderer PIC XXX.
           02 satz-ergebnis-rein PIC X(410).
           02 satz-vermerk-trenner PIC X(11).
           02 satz-eingabewert PIC 9(3).
           02 fuehrende-nullen PIC 9(3).
           02 ergebnis-anzeige PIC X(410).
           02 ergebnis-position PIC 9(3).

      * Seitensteuerung und Zaehler der Lieferung. Jeder
      * Abschnitt beginnt auf einer neuen Seite; Abschnittstitel
      * und Spaltenkopf werden auf Folgeseiten wiederholt.
       01  LIEFER-STEUERUNG.
           02 liefer-zeile PIC X(80).
           02 zwischen-zeile PIC X(80).
           02 zeilen-je-seite PIC 99 VALUE 60.
           02 zeilen-auf-seite PIC 99 VALUE ZERO.
           02 seiten-zaehler PIC 99 VALUE ZERO.
           02 abschnitt-titel PIC X(60).
           02 spaltenkopf-aktuell PIC X(80).
           02 gelieferte-ergebnisse PIC 9(6).
           02 gelieferte-abweisungen PIC 9(6).

      * Aufbau einer Ergebniszeile der Lieferung in den Spalten
      * des Batch-Berichtes (Operation ab 1, Eingabe ab 6,
      * Zweitwert ab 15, Ergebnis ab 23); statt der Anzahl steht
      * ab Spalte 66 der Vermerk MASTER bzw. DUPLIKAT.
      * Erweiterte Ergebnisse belegen die Ergebnisspalte ueber
      * mehrere Zeilen.
       01  LIEFER-DETAILZEILE.
           02 ld-operation PIC XXX.
           02 FILLER PIC XX VALUE SPACES.
           02 ld-eingabe PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 ld-zweitwert PIC XX.
           02 FILLER PIC X(6) VALUE SPACES.
           02 ld-ergebnis PIC X(40).
           02 FILLER PIC X(3) VALUE SPACES.
           02 ld-vermerk PIC X(8).
           02 FILLER PIC X(7) VALUE SPACES.

      * Aufbau einer Zeile der offenen Abweisungen
       01  LIEFER-ABWEISZEILE.
           02 la-lauf-nummer PIC 9(4).
           02 FILLER PIC XX VALUE SPACES.
           02 la-satznummer PIC 9(6).
           02 FILLER PIC XX VALUE SPACES.
           02 la-grundcode PIC XX.
           02 FILLER PIC X(4) VALUE SPACES.
           02 la-erfasst-datum PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 la-tage PIC X(5).
           02 FILLER PIC XX VALUE SPACES.
           02 la-kartenbild PIC X(40).

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: waehlt den Lauf (Parameterkarte oder
      * juengster abgeschlossener Lauf), sammelt die Anforderer
      * aus Nutzungsuebersicht und Audit-Protokoll sowie die
      * offenen Abweisungen aus dem Master und schreibt je
      * Anforderer eine Lieferung mit Deckblatt, Ergebnissen,
      * offenen Abweisungen und den verrechneten Summen in die
      * gemeinsame Lieferdatei.
      *   RC=0  alle Lieferungen vollstaendig geschrieben
      *   RC=4  geliefert, aber mit Hinweis (Summen fehlen oder
      *         weichen ab, Master nicht lesbar)
      *   RC=8  Lauf nicht gefunden, Protokoll nicht lesbar oder
      *         Lieferdatei nicht verfuegbar
       main SECTION.
           ACCEPT PARAMETERKARTE.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE heute-zeit(1:8) TO heute-datum.
           STRING heute-zeit(1:8) "-" heute-zeit(9:6)
               DELIMITED BY SIZE INTO erstellt-zeitstempel.

           IF parameter-lauf-nummer NOT = SPACES
                   AND parameter-lauf-nummer NOT NUMERIC
               DISPLAY "Fehler: Ungueltige Laufnummer """
                   parameter-lauf-nummer """ auf der "
                   "Parameterkarte. Lieferung abgebrochen."
               SET lieferung-fehlgeschlagen TO TRUE
           END-IF.

           IF NOT lieferung-fehlgeschlagen
               PERFORM ziel-lauf-ermitteln
           END-IF.

           IF NOT lieferung-fehlgeschlagen
               PERFORM nutzung-einlesen
               PERFORM anforderer-aus-protokoll-sammeln
           END-IF.

           IF NOT lieferung-fehlgeschlagen
               PERFORM abweisungen-einlesen
               PERFORM lieferungen-schreiben
           END-IF.

           EVALUATE TRUE
               WHEN lieferung-fehlgeschlagen
                   MOVE 8 TO RETURN-CODE
               WHEN lieferung-mit-hinweis
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Sucht die Endemarke des Ziel-Laufs im Audit-Protokoll,
      * wie ziel-lauf-ermitteln in FACXTRCT: ohne Parameterkarte
      * gewinnt die letzte Endemarke der Datei, mit Laufnummer
      * die Endemarke genau dieses Laufs.
       ziel-lauf-ermitteln SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Fehler: Audit-Protokoll AUDITLOG nicht "
                   "verfuegbar (Status " audit-dateistatus "). "
                   "Lieferung abgebrochen."
               SET lieferung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF audit-satz(28:14) = "Batchlauf-Ende"
                               AND (parameter-lauf-nummer = SPACES
                                   OR audit-satz(23:4)
                                       = parameter-lauf-nummer)
                               MOVE audit-satz(23:4)
                                   TO ziel-lauf-nummer
                               MOVE audit-satz(1:8)
                                   TO ziel-laufdatum
                               SET ziel-gefunden TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-datei
               IF NOT ziel-gefunden
                   DISPLAY "Fehler: Kein abgeschlossener Lauf im "
                       "Audit-Protokoll gefunden. Lieferung "
                       "abgebrochen."
                   SET lieferung-fehlgeschlagen TO TRUE
               END-IF
           END-IF.


      * Liest die Nutzungsuebersicht und uebernimmt je Anforderer
      * die verrechnete Zeile. Gehoert die Uebersicht zu einem
      * anderen Lauf (etwa wenn seither ein weiterer Lauf sie
      * ueberschrieben hat), werden ihre Zahlen nicht verwendet -
      * die Lieferung weist die Summen dann als fehlend aus.
       nutzung-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE ZERO TO nutzung-zeilennummer.
           OPEN INPUT nutzungs-datei.
           IF nutzungs-dateistatus NOT = "00"
               DISPLAY "Warnung: Nutzungsuebersicht USAGESUM nicht "
                   "verfuegbar (Status " nutzungs-dateistatus
                   "). Lieferung ohne verrechnete Summen."
               SET lieferung-mit-hinweis TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ nutzungs-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM nutzungszeile-uebernehmen
                   END-READ
               END-PERFORM
               CLOSE nutzungs-datei
               IF NOT nutzung-passend
                   DISPLAY "Warnung: Nutzungsuebersicht USAGESUM "
                       "gehoert nicht zu Lauf " ziel-lauf-nummer
                       ". Lieferung ohne verrechnete Summen."
                   SET lieferung-mit-hinweis TO TRUE
               END-IF
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.


      * Wertet eine Zeile der Nutzungsuebersicht aus: Zeile 1
      * traegt die Laufnummer, Zeile 2 den Spaltenkopf, danach
      * folgt je Anforderer eine Zeile.
       nutzungszeile-uebernehmen SECTION.
           ADD 1 TO nutzung-zeilennummer.
           EVALUATE TRUE
               WHEN nutzung-zeilennummer = 1
                   IF nutzungs-zeile(1:21) = "NUTZUNG JE ANFORDERER"
                           AND nutzungs-zeile(33:4)
                               = ziel-lauf-nummer
                       SET nutzung-passend TO TRUE
                   END-IF
               WHEN nutzung-zeilennummer = 2
                   CONTINUE
               WHEN nutzung-passend AND nutzungs-zeile NOT = SPACES
                   MOVE nutzung-anforderer TO gesuchter-anforderer
                   PERFORM anforderer-eintrag-suchen
                   IF anforderer-fund-index = ZERO
                       PERFORM anforderer-eintrag-anlegen
                   END-IF
                   IF anforderer-fund-index > ZERO
                       SET at-nutzung-vorhanden(anforderer-fund-index)
                           TO TRUE
                       MOVE nutzungs-zeile
                           TO at-nutzungszeile(anforderer-fund-index)
                       IF nutzung-saetze IS NUMERIC
                           MOVE nutzung-saetze
                               TO at-saetze(anforderer-fund-index)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Ergaenzt die Anforderer-Tabelle um Kennungen, die im
      * Audit-Protokoll des Laufs Ergebnisse haben, aber in der
      * Nutzungsuebersicht fehlen. Zeilen ohne Anforderer-
      * Abschnitt (Altbestand vor Einfuehrung der Kennung)
      * bleiben unberuecksichtigt.
       anforderer-aus-protokoll-sammeln SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Fehler: Audit-Protokoll AUDITLOG nicht "
                   "erneut lesbar (Status " audit-dateistatus
                   "). Lieferung abgebrochen."
               SET lieferung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF audit-satz(23:4) = ziel-lauf-nummer
                               AND audit-satz(28:10)
                                   = "Operation:"
                               PERFORM protokollzeile-zerlegen
                               IF satz-anforderer NOT = SPACES
                                   MOVE satz-anforderer
                                       TO gesuchter-anforderer
                                   PERFORM anforderer-eintrag-suchen
                                   IF anforderer-fund-index = ZERO
                                       PERFORM
                                           anforderer-eintrag-anlegen
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-datei
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.


      * Sucht den Tabelleneintrag zur Kennung in
      * gesuchter-anforderer; anforderer-fund-index 0 bedeutet:
      * Kennung noch nicht vorgemerkt.
       anforderer-eintrag-suchen SECTION.
           MOVE ZERO TO anforderer-fund-index.
           PERFORM VARYING anforderer-index FROM 1 BY 1
                   UNTIL anforderer-index > anforderer-anzahl
                   OR anforderer-fund-index > ZERO
               IF at-kennung(anforderer-index)
                       = gesuchter-anforderer
                   MOVE anforderer-index TO anforderer-fund-index
               END-IF
           END-PERFORM.


      * Legt einen neuen Tabelleneintrag fuer die Kennung in
      * gesuchter-anforderer an; ist die Tabelle voll, bleibt die
      * Kennung mit Warnung ohne Lieferung.
       anforderer-eintrag-anlegen SECTION.
           IF anforderer-anzahl < 50
               ADD 1 TO anforderer-anzahl
               MOVE anforderer-anzahl TO anforderer-fund-index
               MOVE gesuchter-anforderer
                   TO at-kennung(anforderer-fund-index)
               MOVE "N"
                   TO at-nutzung-kennzeichen(anforderer-fund-index)
               MOVE ZERO TO at-saetze(anforderer-fund-index)
               MOVE SPACES
                   TO at-nutzungszeile(anforderer-fund-index)
           ELSE
               DISPLAY "Warnung: Mehr als 50 Anforderer - Kennung "
                   gesuchter-anforderer " erhaelt keine Lieferung."
               SET lieferung-mit-hinweis TO TRUE
           END-IF.


      * Liest den Offene-Abweisungen-Master einmal sequentiell
      * und sammelt die offenen Posten. Fehlt der Master (Status
      * 35), gibt es schlicht keine offenen Abweisungen; ist er
      * nicht lesbar, wird ohne Abweisungen geliefert.
       abweisungen-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT abweis-master.
           EVALUATE TRUE
               WHEN master-dateistatus = "00"
                   PERFORM UNTIL dateiende
                       READ abweis-master
                           AT END
                               SET dateiende TO TRUE
                           NOT AT END
                               PERFORM master-eintrag-auswerten
                       END-READ
                   END-PERFORM
                   CLOSE abweis-master
               WHEN master-dateistatus = "35"
                   DISPLAY "Hinweis: Abweisungs-Master REJMASTR "
                       "noch nicht vorhanden - keine offenen "
                       "Abweisungen."
               WHEN OTHER
                   DISPLAY "Warnung: Abweisungs-Master REJMASTR "
                       "nicht verfuegbar (Status " master-dateistatus
                       "). Lieferung ohne offene Abweisungen."
                   SET lieferung-mit-hinweis TO TRUE
           END-EVALUATE.
           MOVE "N" TO dateiende-kennzeichen.


      * Uebernimmt einen offenen Master-Eintrag in die Tabelle.
      * Kartenbilder ohne vollstaendige Kennung werden wie in
      * FACULTYPGM (abweisung-zurechnen) unter "???" gefuehrt.
       master-eintrag-auswerten SECTION.
           IF rej-offen
               IF offene-anzahl < 500
                   ADD 1 TO offene-anzahl
                   MOVE rej-lauf-nummer
                       TO oe-lauf-nummer(offene-anzahl)
                   MOVE rej-satznummer
                       TO oe-satznummer(offene-anzahl)
                   MOVE rej-grundcode
                       TO oe-grundcode(offene-anzahl)
                   MOVE rej-erfasst-datum
                       TO oe-erfasst-datum(offene-anzahl)
                   MOVE rej-kartenbild(12:3)
                       TO oe-anforderer(offene-anzahl)
                   IF rej-kartenbild(12:1) = SPACE
                           OR rej-kartenbild(13:1) = SPACE
                           OR rej-kartenbild(14:1) = SPACE
                       MOVE "???" TO oe-anforderer(offene-anzahl)
                   END-IF
                   MOVE rej-kartenbild(1:40)
                       TO oe-kartenbild(offene-anzahl)
               ELSE
                   SET tabelle-uebergelaufen TO TRUE
               END-IF
           END-IF.


      * Schreibt je Anforderer der Tabelle eine Lieferung in die
      * gemeinsame Lieferdatei. Die Datei wird bei jedem Lauf neu
      * geschrieben; ist sie nicht verfuegbar, entfaellt die
      * Lieferung fuer alle Abteilungen.
       lieferungen-schreiben SECTION.
           OPEN OUTPUT liefer-datei.
           IF liefer-dateistatus NOT = "00"
               DISPLAY "Fehler: Lieferdatei LIEFERNG nicht "
                   "verfuegbar (Status " liefer-dateistatus "). "
                   "Lieferung abgebrochen."
               SET lieferung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM VARYING liefer-index FROM 1 BY 1
                       UNTIL liefer-index > anforderer-anzahl
                   PERFORM lieferung-schreiben
               END-PERFORM
               CLOSE liefer-datei
               DISPLAY "Lieferung Lauf " ziel-lauf-nummer ": "
                   anforderer-anzahl " Anforderer in LIEFERNG."
           END-IF.


      * Schreibt die Lieferung des Anforderers im aktuellen
      * Tabelleneintrag (liefer-index): Deckblatt, Ergebnisse,
      * offene Abweisungen und Summen, jeweils ab neuer Seite.
       lieferung-schreiben SECTION.
           MOVE at-kennung(liefer-index) TO aktueller-anforderer.
           MOVE ZERO TO seiten-zaehler.
           MOVE ZERO TO gelieferte-ergebnisse.
           MOVE ZERO TO gelieferte-abweisungen.
           PERFORM deckblatt-schreiben.
           PERFORM ergebnisse-schreiben.
           PERFORM offene-abweisungen-schreiben.
           PERFORM summen-schreiben.


      * Schreibt das Deckblatt der Lieferung als erste Seite.
       deckblatt-schreiben SECTION.
           MOVE "DECKBLATT" TO abschnitt-titel.
           MOVE SPACES TO spaltenkopf-aktuell.
           PERFORM seitenkopf-schreiben.

           MOVE SPACES TO liefer-zeile.
           STRING "Abteilung (Anforderer-Kennung): "
               aktueller-anforderer "  "
               at-nutzungszeile(liefer-index)(50:24)
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "Lauf:                           "
               ziel-lauf-nummer
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "Laufdatum:                      "
               ziel-laufdatum
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "Erstellt:                       "
               erstellt-zeitstempel
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE "Inhalt dieser Lieferung:" TO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "  1. Ergebnisse des Laufs fuer die Abteilung, "
               "erweiterte Ergebnisse vollstaendig"
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "  2. Noch offene Abweisungen der Abteilung mit "
               "Begruendungscode und Alter"
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "  3. Summen des Laufs laut Nutzungsuebersicht "
               "(Grundlage der Verrechnung)"
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "Begruendungscodes: 01 Operationscode, 02 Operand "
               "n, 03 Operand k,"
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE "  05 Anforderer-Kennung, 06 Batch nicht abgestimmt,"
               TO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE "  07 Abteilung unbekannt oder nicht aktiv"
               TO liefer-zeile.
           PERFORM lieferzeile-schreiben.


      * Schreibt die Ergebnisse des Laufs fuer die Abteilung: je
      * Berechnungs- und Duplikatzeile des Protokolls eine
      * Ergebniszeile, erweiterte Ergebnisse ueber so viele
      * Zeilen wie noetig.
       ergebnisse-schreiben SECTION.
           MOVE "ERGEBNISSE DES LAUFS" TO abschnitt-titel.
           MOVE SPACES TO spaltenkopf-aktuell.
           STRING "OP.  EINGABE  ZWEITW  ERGEBNIS"
               "                                    VERMERK"
               DELIMITED BY SIZE INTO spaltenkopf-aktuell.
           PERFORM seitenkopf-schreiben.

           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Warnung: Audit-Protokoll AUDITLOG fuer "
                   "Anforderer " aktueller-anforderer " nicht "
                   "lesbar (Status " audit-dateistatus ")."
               SET lieferung-mit-hinweis TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF audit-satz(23:4) = ziel-lauf-nummer
                               AND audit-satz(28:10)
                                   = "Operation:"
                               PERFORM protokollzeile-zerlegen
                               IF satz-anforderer
                                       = aktueller-anforderer
                                   PERFORM ergebniszeile-schreiben
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-datei
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.

           IF gelieferte-ergebnisse = ZERO
               MOVE "Keine Ergebnisse in diesem Lauf."
                   TO liefer-zeile
               PERFORM lieferzeile-schreiben
           END-IF.


      * Zerlegt eine Berechnungs- oder Duplikatzeile in
      * Eingabewert, Zweitwert, Ergebnis, Vermerk und
      * Anforderer-Kennung. Standard-Ergebnisse stehen im
      * Protokoll 18-stellig mit fuehrenden Nullen und werden
      * wie im Bericht nullunterdrueckt geliefert.
       protokollzeile-zerlegen SECTION.
           MOVE SPACES TO satz-vorspann.
           MOVE SPACES TO satz-rest.
           MOVE SPACES TO satz-wert-teil.
           MOVE SPACES TO satz-wert-text.
           MOVE SPACES TO satz-zweit-text.
           MOVE SPACES TO satz-ergebnis-text.
           MOVE SPACES TO satz-ergebnis-vermerkt.
           MOVE SPACES TO satz-anforderer-teil.
           MOVE SPACES TO satz-ergebnis-rein.
           MOVE SPACES TO satz-vermerk-trenner.

           UNSTRING audit-satz DELIMITED BY " Eingabe: "
               INTO satz-vorspann satz-rest
           END-UNSTRING.
           UNSTRING satz-rest DELIMITED BY " Ergebnis: "
               INTO satz-wert-teil satz-ergebnis-text
           END-UNSTRING.
           UNSTRING satz-wert-teil DELIMITED BY " Zweitwert: "
               INTO satz-wert-text satz-zweit-text
           END-UNSTRING.
           UNSTRING satz-ergebnis-text DELIMITED BY " Anforderer: "
               INTO satz-ergebnis-vermerkt satz-anforderer-teil
           END-UNSTRING.
           MOVE satz-anforderer-teil(1:3) TO satz-anforderer.
           UNSTRING satz-ergebnis-vermerkt
               DELIMITED BY " (MASTER)" OR " (DUPLIKAT)"
               INTO satz-ergebnis-rein
                   DELIMITER IN satz-vermerk-trenner
           END-UNSTRING.

      * Eingabewert zwei- (Standard) oder dreistellig (erweitert)
           MOVE ZERO TO satz-eingabewert.
           IF satz-wert-text(3:1) = SPACE
               IF satz-wert-text(1:2) IS NUMERIC
                   MOVE satz-wert-text(1:2) TO satz-eingabewert
               END-IF
           ELSE
               IF satz-wert-text(1:3) IS NUMERIC
                   MOVE satz-wert-text(1:3) TO satz-eingabewert
               END-IF
           END-IF.

           MOVE SPACES TO ergebnis-anzeige.
           IF satz-ergebnis-rein(1:1) IS NUMERIC
               MOVE ZERO TO fuehrende-nullen
               INSPECT satz-ergebnis-rein
                   TALLYING fuehrende-nullen FOR LEADING "0"
      * Ein Ergebnis von null (etwa das Derangement !1) behaelt
      * seine letzte Ziffer.
               IF fuehrende-nullen > ZERO
                       AND satz-ergebnis-rein(fuehrende-nullen + 1:1)
                           IS NOT NUMERIC
                   SUBTRACT 1 FROM fuehrende-nullen
               END-IF
               MOVE satz-ergebnis-rein(fuehrende-nullen + 1:)
                   TO ergebnis-anzeige
           ELSE
               MOVE satz-ergebnis-rein TO ergebnis-anzeige
           END-IF.


      * Schreibt das zerlegte Ergebnis der aktuellen
      * Protokollzeile; nur die erste Zeile traegt Operation,
      * Eingabewert, Zweitwert und Vermerk, Fortsetzungszeilen
      * nur den naechsten 40-stelligen Ergebnisabschnitt.
       ergebniszeile-schreiben SECTION.
           ADD 1 TO gelieferte-ergebnisse.
           MOVE 1 TO ergebnis-position.
           PERFORM UNTIL ergebnis-position > 400
                   OR (ergebnis-position > 1
                       AND ergebnis-anzeige(ergebnis-position:40)
                           = SPACES)
               MOVE SPACES TO LIEFER-DETAILZEILE
               IF ergebnis-position = 1
                   MOVE audit-satz(39:3) TO ld-operation
                   MOVE satz-eingabewert TO ld-eingabe
                   MOVE satz-zweit-text(1:2) TO ld-zweitwert
                   EVALUATE satz-vermerk-trenner
                       WHEN " (MASTER)"
                           MOVE "MASTER" TO ld-vermerk
                       WHEN " (DUPLIKAT)"
                           MOVE "DUPLIKAT" TO ld-vermerk
                       WHEN OTHER
                           MOVE SPACES TO ld-vermerk
                   END-EVALUATE
               END-IF
               MOVE ergebnis-anzeige(ergebnis-position:40)
                   TO ld-ergebnis
               MOVE LIEFER-DETAILZEILE TO liefer-zeile
               PERFORM lieferzeile-schreiben
               ADD 40 TO ergebnis-position
           END-PERFORM.


      * Schreibt die noch offenen Abweisungen der Abteilung mit
      * Begruendungscode und Alter in Tagen.
       offene-abweisungen-schreiben SECTION.
           MOVE "OFFENE ABWEISUNGEN (ALLE LAEUFE)"
               TO abschnitt-titel.
           MOVE "LAUF  SATZNR  CODE  ERFASST    TAGE  KARTE"
               TO spaltenkopf-aktuell.
           PERFORM seitenkopf-schreiben.

           PERFORM VARYING offener-index FROM 1 BY 1
                   UNTIL offener-index > offene-anzahl
               IF oe-anforderer(offener-index)
                       = aktueller-anforderer
                   PERFORM abweiszeile-schreiben
               END-IF
           END-PERFORM.

           IF gelieferte-abweisungen = ZERO
               MOVE "Keine offenen Abweisungen." TO liefer-zeile
               PERFORM lieferzeile-schreiben
           END-IF.
           IF tabelle-uebergelaufen
               MOVE SPACES TO liefer-zeile
               STRING "Warnung: Mehr als 500 offene Abweisungen im "
                   "Master - Liste unvollstaendig."
                   DELIMITED BY SIZE INTO liefer-zeile
               PERFORM lieferzeile-schreiben
           END-IF.


      * Schreibt die Zeile des offenen Postens im aktuellen
      * Tabelleneintrag (offener-index).
       abweiszeile-schreiben SECTION.
           ADD 1 TO gelieferte-abweisungen.
           PERFORM posten-alter-ermitteln.
           MOVE SPACES TO LIEFER-ABWEISZEILE.
           MOVE oe-lauf-nummer(offener-index) TO la-lauf-nummer.
           MOVE oe-satznummer(offener-index) TO la-satznummer.
           MOVE oe-grundcode(offener-index) TO la-grundcode.
           MOVE oe-erfasst-datum(offener-index)
               TO la-erfasst-datum.
           MOVE offene-tage-anzeige TO la-tage.
           MOVE oe-kartenbild(offener-index) TO la-kartenbild.
           MOVE LIEFER-ABWEISZEILE TO liefer-zeile.
           PERFORM lieferzeile-schreiben.


      * Ermittelt das Alter des Postens in Tagen seit dem
      * Erfassungsdatum, wie in REJAGE. Ein nicht auswertbares
      * Datum zaehlt als Alter 0.
       posten-alter-ermitteln SECTION.
           MOVE ZERO TO offene-tage.
           IF heute-datum IS NUMERIC
                   AND oe-erfasst-datum(offener-index) IS NUMERIC
               MOVE heute-datum TO heute-datum-zahl
               MOVE oe-erfasst-datum(offener-index)
                   TO erfasst-datum-zahl
               COMPUTE offene-tage =
                   FUNCTION INTEGER-OF-DATE(heute-datum-zahl)
                   - FUNCTION INTEGER-OF-DATE(erfasst-datum-zahl)
           END-IF.
           MOVE offene-tage TO offene-tage-anzeige.


      * Schreibt die Summen der Abteilung genau so, wie sie in
      * der Nutzungsuebersicht des Laufs stehen, damit die
      * Abteilung die Lieferung gegen die Verrechnung abstimmen
      * kann. Weicht die Zahl der gelieferten Ergebniszeilen von
      * den verrechneten Saetzen ab, wird das vermerkt.
       summen-schreiben SECTION.
           MOVE "SUMMEN LAUT NUTZUNGSUEBERSICHT" TO abschnitt-titel.
           MOVE SPACES TO spaltenkopf-aktuell.
           STRING "ANF  SAETZE  UEBERLAEUFE  UNGUELTIG  "
               "ABWEISUNGEN  ABTEILUNG"
               DELIMITED BY SIZE INTO spaltenkopf-aktuell.
           PERFORM seitenkopf-schreiben.

           IF at-nutzung-vorhanden(liefer-index)
               MOVE at-nutzungszeile(liefer-index) TO liefer-zeile
               PERFORM lieferzeile-schreiben
           ELSE
               MOVE SPACES TO liefer-zeile
               STRING "Keine Zeile fuer diese Abteilung in der "
                   "Nutzungsuebersicht des Laufs."
                   DELIMITED BY SIZE INTO liefer-zeile
               PERFORM lieferzeile-schreiben
               SET lieferung-mit-hinweis TO TRUE
           END-IF.

           MOVE SPACES TO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "Gelieferte Ergebniszeilen: " gelieferte-ergebnisse
               "   Offene Abweisungen: " gelieferte-abweisungen
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           IF at-nutzung-vorhanden(liefer-index)
                   AND gelieferte-ergebnisse
                       NOT = at-saetze(liefer-index)
               MOVE SPACES TO liefer-zeile
               STRING "Hinweis: Ergebniszeilen und verrechnete Saetze "
                   "weichen voneinander ab."
                   DELIMITED BY SIZE INTO liefer-zeile
               PERFORM lieferzeile-schreiben
               DISPLAY "Hinweis: Anforderer " aktueller-anforderer
                   ": " gelieferte-ergebnisse " Ergebniszeilen, "
                   at-saetze(liefer-index) " verrechnete Saetze."
               SET lieferung-mit-hinweis TO TRUE
           END-IF.
           MOVE SPACES TO liefer-zeile.
           PERFORM lieferzeile-schreiben.
           MOVE SPACES TO liefer-zeile.
           STRING "ENDE DER LIEFERUNG ABTEILUNG "
               aktueller-anforderer "  LAUF " ziel-lauf-nummer
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM lieferzeile-schreiben.


      * Beginnt eine neue Seite: Kopfzeile mit Abteilung, Lauf und
      * Seitennummer, Laufdatum, Abschnittstitel und - falls der
      * Abschnitt einen hat - Spaltenkopf.
       seitenkopf-schreiben SECTION.
           ADD 1 TO seiten-zaehler.
           MOVE ZERO TO zeilen-auf-seite.
           MOVE SPACES TO liefer-zeile.
           STRING "ERGEBNISLIEFERUNG ABTEILUNG " aktueller-anforderer
               "     Lauf: " ziel-lauf-nummer
               "          Seite: " seiten-zaehler
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO liefer-zeile.
           STRING "Laufdatum: " ziel-laufdatum
               DELIMITED BY SIZE INTO liefer-zeile.
           PERFORM zeile-ausgeben.
           MOVE abschnitt-titel TO liefer-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO liefer-zeile.
           PERFORM zeile-ausgeben.
           IF spaltenkopf-aktuell NOT = SPACES
               MOVE spaltenkopf-aktuell TO liefer-zeile
               PERFORM zeile-ausgeben
           END-IF.


      * Schreibt eine Inhaltszeile mit Seitenumbruch, wenn die
      * aktuelle Seite voll ist.
       lieferzeile-schreiben SECTION.
           IF zeilen-auf-seite >= zeilen-je-seite
               MOVE liefer-zeile TO zwischen-zeile
               PERFORM seitenkopf-schreiben
               MOVE zwischen-zeile TO liefer-zeile
           END-IF.
           PERFORM zeile-ausgeben.
           ADD 1 TO zeilen-auf-seite.


      * Gibt liefer-zeile mit der Kennung des aktuellen
      * Anforderers in die Lieferdatei aus.
       zeile-ausgeben SECTION.
           MOVE SPACES TO liefer-satz.
           MOVE aktueller-anforderer TO liefer-anforderer.
           MOVE liefer-zeile TO liefer-bild.
           WRITE liefer-satz.
