      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           LAUFTRND.
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
      * Laufkontrolldatei, wie sie FACULTYPGM fortschreibt
           SELECT lauf-datei ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lauf-dateistatus.
      * Lebendes Audit-Protokoll: Endemarke (Satzzahl) und
      * Berechnungszeilen je Lauf
           SELECT audit-datei ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-dateistatus.
      * Wahlweise die von ARCHJOB abgelegten Archivgenerationen,
      * damit der Trend ueber den Archivschnitt hinaus reicht
           SELECT archiv-datei ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archiv-dateistatus.
      * Trend- und Kapazitaetsbericht
           SELECT bericht-datei ASSIGN TO "TRNDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bericht-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau gemeinsam mit FACULTYPGM, RUNLIST und
      * FACWATCH, siehe copybooks/MATHLAUF.cpy
       FD  lauf-datei.
           COPY MATHLAUF.

      * Satzlaenge wie in FACULTYPGM und AUDARCH (X(600))
       FD  audit-datei.
       01  audit-satz PIC X(600).

       FD  archiv-datei.
       01  archiv-satz PIC X(600).

       FD  bericht-datei.
       01  bericht-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 lauf-dateistatus PIC XX.
           02 audit-dateistatus PIC XX.
           02 archiv-dateistatus PIC XX.
           02 bericht-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".

      * Parameterkarte:
      *   Spalten  1-5   Mindestdurchsatz in Saetzen je Minute;
      *                  langsamere Laeufe werden markiert
      *                  (leer = keine feste Schwelle)
      *   Spalten  7-9   zulaessige Abweichung vom Trend in
      *                  Prozent (leer = 20)
      *   Spalten 11-14  Batchfenster in Minuten (leer = keine
      *                  Projektion)
      *   Spalten 16-17  Trendlaenge in Laeufen (leer = 5)
      *   Spalten 19-26  Von-Datum JJJJMMTT (leer = alle Laeufe)
      *   Spalten 28-30  Vorwarnzeit in Tagen (leer = 30)
       01  PARAMETERKARTE.
           02 parameter-mindestdurchsatz PIC X(5) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-abweichung PIC X(3) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-fenster PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-trendlaenge PIC XX VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-vondatum PIC X(8) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-vorwarnung PIC X(3) VALUE SPACES.

      * Geltende Werte nach Auswertung der Parameterkarte
       01  STEUER-WERTE.
           02 mindestdurchsatz PIC 9(5) VALUE ZERO.
           02 trend-abweichung PIC 9(3) VALUE 20.
           02 batchfenster-minuten PIC 9(4) VALUE ZERO.
           02 trendlaenge PIC 99 VALUE 5.
           02 auswahl-vondatum PIC X(8) VALUE SPACES.
           02 vorwarnzeit-tage PIC 9(3) VALUE 30.

      * Batch-Laeufe aus der Laufkontrolldatei in der Reihenfolge
      * ihres Starts, Start- und Ende-Satz wie in RUNLIST ueber
      * die Laufnummer gepaart. Wie in FACWATCH zaehlen nur Laeufe
      * mit Modus-Kennzeichen B - Dialog- und erweiterte
      * Ausfuehrungen belegen das Batchfenster nicht. Sind es mehr
      * als 999 Laeufe, faellt jeweils der aelteste heraus; mit
      * dem Von-Datum laesst sich der Zeitraum gezielt waehlen.
       01  LAUF-TABELLE.
           02 laeufe-anzahl PIC 9(3) VALUE ZERO.
           02 lauf-eintrag OCCURS 999 TIMES.
               03 lt-nummer PIC 9(4).
               03 lt-start PIC X(15).
               03 lt-ende PIC X(15).
               03 lt-ende-kennzeichen PIC X.
                   88 lt-beendet VALUE "J".
               03 lt-endecode PIC 99.
               03 lt-vollstaendig-kennzeichen PIC X.
                   88 lt-vollstaendig VALUE "J".
               03 lt-sekunden PIC 9(7).
               03 lt-saetze PIC 9(6).
               03 lt-master PIC 9(6).
               03 lt-erweitert PIC 9(6).
               03 lt-durchsatz PIC 9(6)V9.
               03 lt-trend PIC 9(6)V9.
               03 lt-vermerk PIC X(10).
       01  LAUF-HILFSFELDER.
           02 lauf-index PIC 9(4).
           02 lauf-fund-index PIC 9(4).
           02 vorlauf-index PIC 9(4).
           02 verdraengte-laeufe PIC 9(5) VALUE ZERO.

      * Auswertung des Audit-Protokolls je Laufnummer (die
      * Laufnummer ist der Index): Satzzahl der Endemarke sowie
      * Master-Treffer und Saetze des erweiterten Pfades, gezaehlt
      * wie in VERBUCH
       01  AUDIT-JE-LAUF.
           02 audit-lauf OCCURS 9999 TIMES.
               03 aj-marke-kennzeichen PIC X.
                   88 aj-marke-gefunden VALUE "J".
               03 aj-saetze PIC 9(6).
               03 aj-master PIC 9(6).
               03 aj-erweitert PIC 9(6).
       01  AUDIT-HILFSFELDER.
           02 audit-laufnummer PIC 9(4).
           02 satz-vorspann PIC X(600).
           02 satz-rest PIC X(600).
           02 satz-wert-teil PIC X(600).
           02 satz-wert-text PIC X(10).
           02 satz-zweit-text PIC X(10).
           02 satz-ergebnis-text PIC X(600).
           02 satz-ergebnis-vermerkt PIC X(600).
           02 satz-anforderer-teil PIC X(600).
           02 master-vermerke PIC 9(3).

      * Sekundenrechnung zwischen zwei Zeitstempeln
      * JJJJMMTT-HHMMSS, nach dem Muster der Minutenrechnung in
      * FACMON
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 zeit-von PIC X(15).
           02 zeit-bis PIC X(15).
           02 zeit-von-datum-zahl PIC 9(8).
           02 zeit-bis-datum-zahl PIC 9(8).
           02 zeit-differenz-sekunden PIC S9(9) VALUE ZERO.
           02 zeit-gueltig-kennzeichen PIC X VALUE "N".
               88 zeit-gueltig VALUE "J".

      * Trend: gleitender Durchschnitt des Durchsatzes ueber die
      * vorangehenden vollstaendigen Laeufe
       01  TREND-HILFSFELDER.
           02 trend-summe PIC 9(9)V9.
           02 trend-werte PIC 99.
           02 trend-grenze PIC 9(6)V9.
           02 markierte-laeufe PIC 9(3) VALUE ZERO.
           02 vollstaendige-laeufe PIC 9(3) VALUE ZERO.
           02 aktueller-trend PIC 9(6)V9 VALUE ZERO.

      * Gruppenwechsel fuer Tages- und Wochenmittel
       01  MITTEL-HILFSFELDER.
           02 gruppe-schluessel PIC X(8).
           02 lauf-schluessel PIC X(8).
           02 gruppe-laeufe PIC 9(3).
           02 gruppe-sekunden PIC 9(9).
           02 gruppe-saetze PIC 9(9).
           02 gruppe-dauer PIC 9(5)V9.
           02 gruppe-mittel-saetze PIC 9(7).
           02 gruppe-durchsatz PIC 9(6)V9.
           02 gruppe-art PIC X.
               88 gruppe-tag VALUE "T".
               88 gruppe-woche VALUE "W".
           02 datum-zahl PIC 9(8).
           02 tages-nummer PIC 9(7).

      * Lineare Ausgleichsrechnung der Satzzahl je Lauf ueber die
      * Tage seit dem ersten vollstaendigen Lauf des Zeitraums
       01  PROJEKTIONS-HILFSFELDER.
           02 pj-anzahl PIC 9(5) VALUE ZERO.
           02 pj-erster-tag PIC 9(7) VALUE ZERO.
           02 pj-letzter-tag PIC 9(7) VALUE ZERO.
           02 pj-x PIC S9(7).
           02 pj-summe-x PIC S9(11) VALUE ZERO.
           02 pj-summe-y PIC S9(11) VALUE ZERO.
           02 pj-summe-xy PIC S9(15) VALUE ZERO.
           02 pj-summe-xx PIC S9(15) VALUE ZERO.
           02 pj-nenner PIC S9(17).
           02 pj-steigung PIC S9(9)V9(4).
           02 pj-achsenabschnitt PIC S9(9)V9(4).
           02 pj-aktuelle-saetze PIC S9(9)V9(4).
           02 pj-saetze-grenze PIC 9(9)V9.
           02 pj-aktuelle-dauer PIC 9(7)V9.
           02 pj-auslastung PIC 9(5).
           02 pj-tage PIC 9(7).
           02 pj-datum PIC 9(8).
           02 projektion-kennzeichen PIC X VALUE "N".
               88 fenster-in-gefahr VALUE "J".

      * Seitenaufbau des Berichtes
       01  BERICHTS-HILFSFELDER.
           02 bericht-zeile PIC X(80).
           02 rest-zeile PIC X(80).
           02 zeilen-je-seite PIC 99 VALUE 60.
           02 zeilen-auf-seite PIC 99 VALUE ZERO.
           02 seiten-zaehler PIC 9(4) VALUE ZERO.
           02 abschnitt-titel PIC X(60).

      * Aufbereitete Anzeigefelder
       01  ANZEIGE-HILFSFELDER.
           02 dauer-anzeige PIC ZZZZ9.9.
           02 durchsatz-anzeige PIC ZZZZZ9.9.
           02 saetze-anzeige PIC ZZZZZZZZ9.
           02 prozent-anzeige PIC ZZZZ9.
           02 tage-anzeige PIC ZZZZZZ9.

      * Aufbau einer Laufzeile
       01  LAUF-ZEILE.
           02 lz-nummer PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 lz-datum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 lz-uhrzeit PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 lz-dauer PIC ZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 lz-saetze PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 lz-durchsatz PIC ZZZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 lz-trend PIC ZZZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 lz-master PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 lz-erweitert PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 lz-endecode PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 lz-vermerk PIC X(10).

      * Aufbau einer Zeile der Tages- und Wochenmittel
       01  MITTEL-ZEILE.
           02 mz-schluessel PIC X(8).
           02 FILLER PIC X(5) VALUE SPACES.
           02 mz-laeufe PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 mz-dauer PIC ZZZZ9.9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 mz-saetze PIC ZZZZZZ9.
           02 FILLER PIC XXX VALUE SPACES.
           02 mz-durchsatz PIC ZZZZZ9.9.
           02 FILLER PIC X(26) VALUE SPACES.

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: paart Start- und Ende-Satz jedes
      * Batch-Laufs aus RUNCTL, holt die Satzzahl aus der
      * Endemarke des Audit-Protokolls und zaehlt Master-Treffer
      * und Saetze des erweiterten Pfades. Der Bericht zeigt je
      * Lauf Laufzeit, Durchsatz und gleitenden Trend, dazu Tages-
      * und Wochenmittel, und projiziert aus dem Volumenwachstum,
      * wann der Lauf das Batchfenster der Parameterkarte
      * ueberschreitet - bisher fiel ein langsamer werdender
      * STEP030 erst auf, wenn er in den Online-Tag lief.
      *   RC=0  keine Auffaelligkeit
      *   RC=4  Lauf unter Schwelle oder Trend, oder das
      *         Batchfenster wird innerhalb der Vorwarnzeit
      *         erreicht
      *   RC=8  RUNCTL, AUDITLOG oder TRNDLIST nicht verfuegbar
       main SECTION.
           ACCEPT PARAMETERKARTE.
           PERFORM parameter-auswerten.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           INITIALIZE AUDIT-JE-LAUF.

           PERFORM laufkontrolle-einlesen.
           IF RETURN-CODE = ZERO
               PERFORM archiv-auswerten
               PERFORM protokoll-auswerten
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM laeufe-berechnen
               PERFORM trend-berechnen
               PERFORM bericht-schreiben
           END-IF.

           IF RETURN-CODE = ZERO
                   AND (markierte-laeufe > ZERO OR fenster-in-gefahr)
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.


      * Uebernimmt die gueltigen Felder der Parameterkarte; leere
      * oder nicht numerische Felder behalten den Vorgabewert.
       parameter-auswerten SECTION.
           IF parameter-mindestdurchsatz IS NUMERIC
               MOVE parameter-mindestdurchsatz TO mindestdurchsatz
           END-IF.
           IF parameter-abweichung IS NUMERIC
                   AND parameter-abweichung < "100"
               MOVE parameter-abweichung TO trend-abweichung
           END-IF.
           IF parameter-fenster IS NUMERIC
               MOVE parameter-fenster TO batchfenster-minuten
           END-IF.
           IF parameter-trendlaenge IS NUMERIC
                   AND parameter-trendlaenge > "00"
               MOVE parameter-trendlaenge TO trendlaenge
           END-IF.
           IF parameter-vondatum IS NUMERIC
               MOVE parameter-vondatum TO auswahl-vondatum
           END-IF.
           IF parameter-vorwarnung IS NUMERIC
               MOVE parameter-vorwarnung TO vorwarnzeit-tage
           END-IF.


      * Liest die Laufkontrolldatei und paart die Batch-Laeufe ab
      * dem Von-Datum: ein Start-Satz belegt einen neuen Eintrag,
      * ein Ende-Satz schliesst den offenen Lauf mit derselben
      * Nummer ab.
       laufkontrolle-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT lauf-datei.
           IF lauf-dateistatus NOT = "00"
               DISPLAY "Fehler: Laufkontrolldatei RUNCTL nicht "
                   "verfuegbar (Status " lauf-dateistatus "). "
                   "Trendbericht abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL dateiende
                   READ lauf-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF laufsatz-modus-batch
                               PERFORM laufsatz-uebernehmen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE lauf-datei
               IF verdraengte-laeufe > ZERO
                   DISPLAY "Hinweis: Mehr als 999 Batch-Laeufe - "
                       "die aeltesten " verdraengte-laeufe
                       " sind nicht im Bericht."
               END-IF
           END-IF.


      * Ordnet einen Batch-Laufsatz der Lauf-Tabelle zu.
       laufsatz-uebernehmen SECTION.
           EVALUATE TRUE
               WHEN laufsatz-start
                   IF auswahl-vondatum = SPACES
                           OR laufsatz-zeitstempel(1:8)
                               >= auswahl-vondatum
                       PERFORM freien-eintrag-belegen
                       MOVE laufsatz-nummer
                           TO lt-nummer(laeufe-anzahl)
                       MOVE laufsatz-zeitstempel
                           TO lt-start(laeufe-anzahl)
                       MOVE SPACES TO lt-ende(laeufe-anzahl)
                       MOVE "N"
                           TO lt-ende-kennzeichen(laeufe-anzahl)
                       MOVE ZERO TO lt-endecode(laeufe-anzahl)
                   END-IF
               WHEN laufsatz-ende
                   PERFORM offenen-lauf-suchen
                   IF lauf-fund-index > ZERO
                       SET lt-beendet(lauf-fund-index) TO TRUE
                       MOVE laufsatz-zeitstempel
                           TO lt-ende(lauf-fund-index)
                       MOVE laufsatz-endecode
                           TO lt-endecode(lauf-fund-index)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Stellt am Tabellenende einen Eintrag bereit; ist die
      * Tabelle voll, rueckt sie um einen Lauf auf und der
      * aelteste faellt heraus.
       freien-eintrag-belegen SECTION.
           IF laeufe-anzahl < 999
               ADD 1 TO laeufe-anzahl
           ELSE
               PERFORM VARYING lauf-index FROM 2 BY 1
                       UNTIL lauf-index > 999
                   COMPUTE vorlauf-index = lauf-index - 1
                   MOVE lauf-eintrag(lauf-index)
                       TO lauf-eintrag(vorlauf-index)
               END-PERFORM
               ADD 1 TO verdraengte-laeufe
           END-IF.


      * Sucht von hinten den noch offenen Eintrag zur Laufnummer
      * des aktuellen Ende-Satzes; lauf-fund-index 0 bedeutet:
      * kein offener Start-Satz bekannt.
       offenen-lauf-suchen SECTION.
           MOVE ZERO TO lauf-fund-index.
           PERFORM VARYING lauf-index FROM laeufe-anzahl BY -1
                   UNTIL lauf-index < 1 OR lauf-fund-index > ZERO
               IF lt-nummer(lauf-index) = laufsatz-nummer
                       AND NOT lt-beendet(lauf-index)
                   MOVE lauf-index TO lauf-fund-index
               END-IF
           END-PERFORM.


      * Wertet die Archivgenerationen aus, sofern die DD
      * vorhanden ist; ohne Archiv reicht der Bericht nur so weit
      * zurueck wie das lebende Protokoll.
       archiv-auswerten SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT archiv-datei.
           EVALUATE TRUE
               WHEN archiv-dateistatus = "00"
                   PERFORM UNTIL dateiende
                       READ archiv-datei
                           AT END
                               SET dateiende TO TRUE
                           NOT AT END
                               MOVE archiv-satz TO audit-satz
                               PERFORM protokollzeile-auswerten
                       END-READ
                   END-PERFORM
                   CLOSE archiv-datei
               WHEN archiv-dateistatus = "35"
                   DISPLAY "Hinweis: Kein Archiv AUDARCH - Laeufe "
                       "vor dem letzten Archivschnitt haben keine "
                       "Satzzahl."
               WHEN OTHER
                   DISPLAY "Warnung: Archiv AUDARCH nicht lesbar "
                       "(Status " archiv-dateistatus ") - es wird "
                       "nur das lebende Protokoll ausgewertet."
           END-EVALUATE.


      * Wertet das lebende Audit-Protokoll aus.
       protokoll-auswerten SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Fehler: Audit-Protokoll AUDITLOG nicht "
                   "verfuegbar (Status " audit-dateistatus "). "
                   "Trendbericht abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM protokollzeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE audit-datei
           END-IF.


      * Ordnet eine Protokollzeile ihrem Lauf zu: die Endemarke
      * liefert die Satzzahl des Laufs, jede Berechnungszeile wird
      * wie in VERBUCH als Master-Treffer, erweitert oder Standard
      * eingestuft. Unregistrierte Laeufe (Laufnummer 0000)
      * bleiben aussen vor.
       protokollzeile-auswerten SECTION.
           IF audit-satz(16:7) = " Lauf: "
                   AND audit-satz(23:4) IS NUMERIC
                   AND audit-satz(23:4) NOT = "0000"
               MOVE audit-satz(23:4) TO audit-laufnummer
               EVALUATE TRUE
                   WHEN audit-satz(28:14) = "Batchlauf-Ende"
                       IF audit-satz(51:6) IS NUMERIC
                           MOVE audit-satz(51:6)
                               TO aj-saetze(audit-laufnummer)
                           SET aj-marke-gefunden(audit-laufnummer)
                               TO TRUE
                       END-IF
                   WHEN audit-satz(28:10) = "Operation:"
                       PERFORM berechnung-einstufen
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


      * Stuft eine Berechnungszeile ein: Master-Treffer, wenn die
      * Zeile den Vermerk "(MASTER)" traegt, erweitert, wenn der
      * Eingabewert dreistellig protokolliert ist. Ungueltige
      * Eingaben und Ueberlaeufe zaehlen zu keinem der beiden.
       berechnung-einstufen SECTION.
           MOVE SPACES TO satz-vorspann.
           MOVE SPACES TO satz-rest.
           MOVE SPACES TO satz-wert-teil.
           MOVE SPACES TO satz-wert-text.
           MOVE SPACES TO satz-zweit-text.
           MOVE SPACES TO satz-ergebnis-text.
           MOVE SPACES TO satz-ergebnis-vermerkt.
           MOVE SPACES TO satz-anforderer-teil.

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

           MOVE ZERO TO master-vermerke.
           INSPECT satz-ergebnis-vermerkt
               TALLYING master-vermerke FOR ALL " (MASTER)".
           EVALUATE TRUE
               WHEN satz-ergebnis-vermerkt(1:18)
                       = "UNGUELTIGE EINGABE"
                   CONTINUE
               WHEN satz-ergebnis-vermerkt(1:9) = "UEBERLAUF"
                   CONTINUE
               WHEN master-vermerke > ZERO
                   ADD 1 TO aj-master(audit-laufnummer)
               WHEN satz-wert-text(3:1) NOT = SPACE
                   ADD 1 TO aj-erweitert(audit-laufnummer)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Rechnet je Lauf Laufzeit und Durchsatz. Vollstaendig ist
      * ein Lauf mit Ende-Satz und Endemarke; nur solche Laeufe
      * gehen in Trend, Mittelwerte und Projektion ein.
       laeufe-berechnen SECTION.
           PERFORM VARYING lauf-index FROM 1 BY 1
                   UNTIL lauf-index > laeufe-anzahl
               MOVE "N" TO lt-vollstaendig-kennzeichen(lauf-index)
               MOVE ZERO TO lt-sekunden(lauf-index)
               MOVE ZERO TO lt-saetze(lauf-index)
               MOVE ZERO TO lt-master(lauf-index)
               MOVE ZERO TO lt-erweitert(lauf-index)
               MOVE ZERO TO lt-durchsatz(lauf-index)
               MOVE ZERO TO lt-trend(lauf-index)
               MOVE SPACES TO lt-vermerk(lauf-index)
               IF lt-nummer(lauf-index) > ZERO
                   MOVE lt-nummer(lauf-index) TO audit-laufnummer
                   MOVE aj-master(audit-laufnummer)
                       TO lt-master(lauf-index)
                   MOVE aj-erweitert(audit-laufnummer)
                       TO lt-erweitert(lauf-index)
                   MOVE aj-saetze(audit-laufnummer)
                       TO lt-saetze(lauf-index)
               END-IF
               MOVE lt-start(lauf-index) TO zeit-von
               MOVE lt-ende(lauf-index) TO zeit-bis
               PERFORM sekunden-differenz-ermitteln
               EVALUATE TRUE
                   WHEN NOT lt-beendet(lauf-index)
                       MOVE "OHNE ENDE" TO lt-vermerk(lauf-index)
                   WHEN lt-nummer(lauf-index) = ZERO
                       MOVE "OHNE MARKE" TO lt-vermerk(lauf-index)
                   WHEN NOT aj-marke-gefunden(audit-laufnummer)
                       MOVE "OHNE MARKE" TO lt-vermerk(lauf-index)
                   WHEN NOT zeit-gueltig
                           OR zeit-differenz-sekunden < ZERO
                       MOVE "ZEIT FEHLT" TO lt-vermerk(lauf-index)
                   WHEN OTHER
      * Laeufe unter einer Sekunde zaehlen als eine Sekunde
                       IF zeit-differenz-sekunden = ZERO
                           MOVE 1 TO zeit-differenz-sekunden
                       END-IF
                       MOVE zeit-differenz-sekunden
                           TO lt-sekunden(lauf-index)
                       COMPUTE lt-durchsatz(lauf-index) ROUNDED =
                           lt-saetze(lauf-index) * 60
                               / lt-sekunden(lauf-index)
                       SET lt-vollstaendig(lauf-index) TO TRUE
                       ADD 1 TO vollstaendige-laeufe
               END-EVALUATE
           END-PERFORM.


      * Bildet je vollstaendigem Lauf den Trend als Durchschnitt
      * des Durchsatzes der vorangehenden vollstaendigen Laeufe
      * (hoechstens Trendlaenge) und markiert Laeufe unter dem
      * Mindestdurchsatz (SCHWELLE) bzw. um mehr als die
      * zulaessige Abweichung unter ihrem Trend (TREND). Die
      * Laufzeit selbst waechst mit dem Volumen; verglichen wird
      * darum der Durchsatz.
       trend-berechnen SECTION.
           PERFORM VARYING lauf-index FROM 1 BY 1
                   UNTIL lauf-index > laeufe-anzahl
               IF lt-vollstaendig(lauf-index)
                   MOVE ZERO TO trend-summe
                   MOVE ZERO TO trend-werte
                   PERFORM VARYING vorlauf-index
                           FROM lauf-index BY -1
                           UNTIL vorlauf-index <= 1
                           OR trend-werte >= trendlaenge
                       IF lt-vollstaendig(vorlauf-index - 1)
                           ADD lt-durchsatz(vorlauf-index - 1)
                               TO trend-summe
                           ADD 1 TO trend-werte
                       END-IF
                   END-PERFORM
                   IF trend-werte > ZERO
                       COMPUTE lt-trend(lauf-index) ROUNDED =
                           trend-summe / trend-werte
                   END-IF
                   PERFORM lauf-markieren
               END-IF
           END-PERFORM.

      * Aktueller Trend fuer die Projektion: Durchschnitt der
      * letzten vollstaendigen Laeufe einschliesslich des
      * juengsten
           MOVE ZERO TO trend-summe.
           MOVE ZERO TO trend-werte.
           PERFORM VARYING vorlauf-index FROM laeufe-anzahl BY -1
                   UNTIL vorlauf-index < 1
                   OR trend-werte >= trendlaenge
               IF lt-vollstaendig(vorlauf-index)
                   ADD lt-durchsatz(vorlauf-index) TO trend-summe
                   ADD 1 TO trend-werte
               END-IF
           END-PERFORM.
           IF trend-werte > ZERO
               COMPUTE aktueller-trend ROUNDED =
                   trend-summe / trend-werte
           END-IF.


      * Vergleicht den Durchsatz des Laufs lauf-index mit
      * Mindestdurchsatz und Trend.
       lauf-markieren SECTION.
           COMPUTE trend-grenze ROUNDED =
               lt-trend(lauf-index) * (100 - trend-abweichung)
                   / 100.
           EVALUATE TRUE
               WHEN mindestdurchsatz > ZERO
                       AND lt-durchsatz(lauf-index) < mindestdurchsatz
                       AND lt-trend(lauf-index) > ZERO
                       AND lt-durchsatz(lauf-index) < trend-grenze
                   MOVE "SCHW+TREND" TO lt-vermerk(lauf-index)
                   ADD 1 TO markierte-laeufe
               WHEN mindestdurchsatz > ZERO
                       AND lt-durchsatz(lauf-index) < mindestdurchsatz
                   MOVE "SCHWELLE" TO lt-vermerk(lauf-index)
                   ADD 1 TO markierte-laeufe
               WHEN lt-trend(lauf-index) > ZERO
                       AND lt-durchsatz(lauf-index) < trend-grenze
                   MOVE "TREND" TO lt-vermerk(lauf-index)
                   ADD 1 TO markierte-laeufe
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Schreibt den Bericht: Laufzeilen, Tagesmittel,
      * Wochenmittel und die Projektion gegen das Batchfenster.
       bericht-schreiben SECTION.
           OPEN OUTPUT bericht-datei.
           IF bericht-dateistatus NOT = "00"
               DISPLAY "Fehler: Trendbericht TRNDLIST nicht "
                   "verfuegbar (Status " bericht-dateistatus
                   "). Trendbericht abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO abschnitt-titel
               STRING "LAEUFE (DAUER IN MINUTEN, DURCHSATZ IN "
                   "SAETZEN JE MINUTE)"
                   DELIMITED BY SIZE INTO abschnitt-titel
               PERFORM seitenkopf-schreiben
               PERFORM parameter-auflisten
               PERFORM laufzeilen-schreiben

               MOVE "TAGESMITTEL (NUR VOLLSTAENDIGE LAEUFE)"
                   TO abschnitt-titel
               PERFORM seitenkopf-schreiben
               SET gruppe-tag TO TRUE
               PERFORM mittelwerte-schreiben

               MOVE "WOCHENMITTEL (WOCHE AB MONTAG)"
                   TO abschnitt-titel
               PERFORM seitenkopf-schreiben
               SET gruppe-woche TO TRUE
               PERFORM mittelwerte-schreiben

               MOVE "PROJEKTION GEGEN DAS BATCHFENSTER"
                   TO abschnitt-titel
               PERFORM seitenkopf-schreiben
               PERFORM projektion-schreiben
               CLOSE bericht-datei

               DISPLAY "Trend: " laeufe-anzahl " Batch-Laeufe, "
                   vollstaendige-laeufe " vollstaendig, "
                   markierte-laeufe " markiert."
           END-IF.


      * Gibt die geltenden Steuerwerte am Berichtsanfang aus.
       parameter-auflisten SECTION.
           MOVE SPACES TO bericht-zeile.
           STRING "Mindestdurchsatz: " mindestdurchsatz
               "  Abweichung: " trend-abweichung " %"
               "  Trendlaenge: " trendlaenge " Laeufe"
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           STRING "Batchfenster: " batchfenster-minuten " Min."
               "  Vorwarnzeit: " vorwarnzeit-tage " Tage"
               "  Von-Datum: " auswahl-vondatum
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           STRING "LAUF DATUM    START   DAUER SAETZE  DURCHS.    "
               "TREND MASTER ERWEIT RC VERMERK"
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.


      * Schreibt je Lauf eine Zeile; unvollstaendige Laeufe
      * stehen mit ihrem Vermerk, aber ohne Kennzahlen da.
       laufzeilen-schreiben SECTION.
           PERFORM VARYING lauf-index FROM 1 BY 1
                   UNTIL lauf-index > laeufe-anzahl
               MOVE SPACES TO LAUF-ZEILE
               MOVE lt-nummer(lauf-index) TO lz-nummer
               MOVE lt-start(lauf-index)(1:8) TO lz-datum
               MOVE lt-start(lauf-index)(10:6) TO lz-uhrzeit
               MOVE lt-endecode(lauf-index) TO lz-endecode
               MOVE lt-master(lauf-index) TO lz-master
               MOVE lt-erweitert(lauf-index) TO lz-erweitert
               IF lt-vollstaendig(lauf-index)
                   COMPUTE lz-dauer ROUNDED =
                       lt-sekunden(lauf-index) / 60
                   MOVE lt-saetze(lauf-index) TO lz-saetze
                   MOVE lt-durchsatz(lauf-index) TO lz-durchsatz
                   IF lt-trend(lauf-index) > ZERO
                       MOVE lt-trend(lauf-index) TO lz-trend
                   END-IF
               END-IF
               MOVE lt-vermerk(lauf-index) TO lz-vermerk
               MOVE LAUF-ZEILE TO bericht-zeile
               PERFORM berichtszeile-schreiben
           END-PERFORM.
           MOVE SPACES TO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           STRING "Laeufe: " laeufe-anzahl
               "  vollstaendig: " vollstaendige-laeufe
               "  markiert: " markierte-laeufe
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.


      * Schreibt Tages- bzw. Wochenmittel ueber die
      * vollstaendigen Laeufe mit Gruppenwechsel auf Starttag
      * bzw. Wochenbeginn. Der mittlere Durchsatz ist auf die
      * Summe der Laufzeiten bezogen, damit kurze Laeufe ihn
      * nicht verzerren.
       mittelwerte-schreiben SECTION.
           MOVE SPACES TO bericht-zeile.
           IF gruppe-tag
               STRING "DATUM     LAEUFE  MITTL.DAUER  MITTL.SAETZE  "
                   "DURCHSATZ"
                   DELIMITED BY SIZE INTO bericht-zeile
           ELSE
               STRING "WOCHE AB  LAEUFE  MITTL.DAUER  MITTL.SAETZE  "
                   "DURCHSATZ"
                   DELIMITED BY SIZE INTO bericht-zeile
           END-IF.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO gruppe-schluessel.
           MOVE ZERO TO gruppe-laeufe.
           MOVE ZERO TO gruppe-sekunden.
           MOVE ZERO TO gruppe-saetze.
           PERFORM VARYING lauf-index FROM 1 BY 1
                   UNTIL lauf-index > laeufe-anzahl
               IF lt-vollstaendig(lauf-index)
                   PERFORM gruppenschluessel-bilden
                   IF lauf-schluessel NOT = gruppe-schluessel
                       IF gruppe-laeufe > ZERO
                           PERFORM mittelzeile-schreiben
                       END-IF
                       MOVE lauf-schluessel TO gruppe-schluessel
                       MOVE ZERO TO gruppe-laeufe
                       MOVE ZERO TO gruppe-sekunden
                       MOVE ZERO TO gruppe-saetze
                   END-IF
                   ADD 1 TO gruppe-laeufe
                   ADD lt-sekunden(lauf-index) TO gruppe-sekunden
                   ADD lt-saetze(lauf-index) TO gruppe-saetze
               END-IF
           END-PERFORM.
           IF gruppe-laeufe > ZERO
               PERFORM mittelzeile-schreiben
           END-IF.


      * Bildet den Gruppenschluessel des Laufs lauf-index: den
      * Starttag bzw. den Montag seiner Woche (Tag 1 des
      * Tageszaehlers, der 1.1.1601, war ein Montag).
       gruppenschluessel-bilden SECTION.
           MOVE lt-start(lauf-index)(1:8) TO lauf-schluessel.
           IF gruppe-woche
               MOVE lauf-schluessel TO datum-zahl
               COMPUTE tages-nummer =
                   FUNCTION INTEGER-OF-DATE(datum-zahl)
               COMPUTE datum-zahl = FUNCTION DATE-OF-INTEGER(
                   tages-nummer - FUNCTION MOD(tages-nummer - 1, 7))
               MOVE datum-zahl TO lauf-schluessel
           END-IF.


      * Schreibt die Mittelwertzeile der abgeschlossenen Gruppe.
       mittelzeile-schreiben SECTION.
           MOVE SPACES TO MITTEL-ZEILE.
           MOVE gruppe-schluessel TO mz-schluessel.
           MOVE gruppe-laeufe TO mz-laeufe.
           COMPUTE gruppe-dauer ROUNDED =
               gruppe-sekunden / 60 / gruppe-laeufe.
           MOVE gruppe-dauer TO mz-dauer.
           COMPUTE gruppe-mittel-saetze ROUNDED =
               gruppe-saetze / gruppe-laeufe.
           MOVE gruppe-mittel-saetze TO mz-saetze.
           COMPUTE gruppe-durchsatz ROUNDED =
               gruppe-saetze * 60 / gruppe-sekunden.
           MOVE gruppe-durchsatz TO mz-durchsatz.
           MOVE MITTEL-ZEILE TO bericht-zeile.
           PERFORM berichtszeile-schreiben.


      * Projiziert, wann der Lauf das Batchfenster erreicht: eine
      * Ausgleichsgerade der Satzzahl je Lauf ueber die Tage
      * liefert Volumen und Wachstum je Tag, der aktuelle Trend
      * den Durchsatz. Die Grenze ist das Volumen, das bei diesem
      * Durchsatz gerade noch in das Fenster passt.
       projektion-schreiben SECTION.
           PERFORM VARYING lauf-index FROM 1 BY 1
                   UNTIL lauf-index > laeufe-anzahl
               IF lt-vollstaendig(lauf-index)
                   MOVE lt-start(lauf-index)(1:8) TO datum-zahl
                   COMPUTE tages-nummer =
                       FUNCTION INTEGER-OF-DATE(datum-zahl)
                   IF pj-anzahl = ZERO
                       MOVE tages-nummer TO pj-erster-tag
                   END-IF
                   MOVE tages-nummer TO pj-letzter-tag
                   COMPUTE pj-x = tages-nummer - pj-erster-tag
                   ADD 1 TO pj-anzahl
                   ADD pj-x TO pj-summe-x
                   ADD lt-saetze(lauf-index) TO pj-summe-y
                   COMPUTE pj-summe-xy = pj-summe-xy
                       + pj-x * lt-saetze(lauf-index)
                   COMPUTE pj-summe-xx = pj-summe-xx + pj-x * pj-x
               END-IF
           END-PERFORM.
           COMPUTE pj-nenner =
               pj-anzahl * pj-summe-xx - pj-summe-x * pj-summe-x.

           EVALUATE TRUE
               WHEN batchfenster-minuten = ZERO
                   MOVE SPACES TO bericht-zeile
                   STRING "Kein Batchfenster auf der Parameterkarte "
                       "- keine Projektion."
                       DELIMITED BY SIZE INTO bericht-zeile
                   PERFORM berichtszeile-schreiben
               WHEN pj-anzahl < 2 OR pj-nenner = ZERO
                       OR aktueller-trend = ZERO
                   MOVE SPACES TO bericht-zeile
                   STRING "Zu wenige vollstaendige Laeufe an "
                       "verschiedenen Tagen - keine Projektion."
                       DELIMITED BY SIZE INTO bericht-zeile
                   PERFORM berichtszeile-schreiben
               WHEN OTHER
                   PERFORM projektion-rechnen
           END-EVALUATE.


      * Rechnet die Projektion und schreibt ihr Ergebnis.
       projektion-rechnen SECTION.
           COMPUTE pj-steigung ROUNDED =
               (pj-anzahl * pj-summe-xy - pj-summe-x * pj-summe-y)
                   / pj-nenner.
           COMPUTE pj-achsenabschnitt ROUNDED =
               (pj-summe-y - pj-steigung * pj-summe-x) / pj-anzahl.
           COMPUTE pj-aktuelle-saetze ROUNDED = pj-achsenabschnitt
               + pj-steigung * (pj-letzter-tag - pj-erster-tag).
           IF pj-aktuelle-saetze < ZERO
               MOVE ZERO TO pj-aktuelle-saetze
           END-IF.
           COMPUTE pj-saetze-grenze ROUNDED =
               batchfenster-minuten * aktueller-trend.
           COMPUTE pj-aktuelle-dauer ROUNDED =
               pj-aktuelle-saetze / aktueller-trend.
           COMPUTE pj-auslastung ROUNDED =
               pj-aktuelle-dauer * 100 / batchfenster-minuten.

           MOVE SPACES TO bericht-zeile.
           MOVE aktueller-trend TO durchsatz-anzeige.
           STRING "Durchsatz laut Trend:      " durchsatz-anzeige
               " Saetze je Minute"
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           MOVE pj-aktuelle-saetze TO saetze-anzeige.
           STRING "Volumen je Lauf derzeit: " saetze-anzeige
               " Saetze"
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           MOVE pj-steigung TO durchsatz-anzeige.
           IF pj-steigung < ZERO
               STRING "Volumenwachstum je Tag:   -" durchsatz-anzeige
                   " Saetze"
                   DELIMITED BY SIZE INTO bericht-zeile
           ELSE
               STRING "Volumenwachstum je Tag:    " durchsatz-anzeige
                   " Saetze"
                   DELIMITED BY SIZE INTO bericht-zeile
           END-IF.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           MOVE pj-aktuelle-dauer TO dauer-anzeige.
           MOVE pj-auslastung TO prozent-anzeige.
           STRING "Laufzeit derzeit:           " dauer-anzeige
               " Minuten =" prozent-anzeige " % des Fensters"
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           MOVE pj-saetze-grenze TO saetze-anzeige.
           STRING "Volumengrenze des Fensters: " saetze-anzeige
               " Saetze"
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           PERFORM berichtszeile-schreiben.

           MOVE SPACES TO bericht-zeile.
           EVALUATE TRUE
               WHEN pj-aktuelle-saetze >= pj-saetze-grenze
                   STRING "ACHTUNG: Das Batchfenster ist bereits "
                       "erreicht oder ueberschritten."
                       DELIMITED BY SIZE INTO bericht-zeile
                   SET fenster-in-gefahr TO TRUE
               WHEN pj-steigung <= ZERO
                   STRING "Kein Volumenwachstum - keine "
                       "Ueberschreitung absehbar."
                       DELIMITED BY SIZE INTO bericht-zeile
               WHEN OTHER
      * Angebrochene Tage zaehlen voll
                   COMPUTE pj-tage =
                       (pj-saetze-grenze - pj-aktuelle-saetze)
                           / pj-steigung + 0.9999
                       ON SIZE ERROR
                           MOVE 9999999 TO pj-tage
                   END-COMPUTE
                   IF pj-tage > 99999
                       STRING "Ueberschreitung erst in mehr als "
                           "99999 Tagen."
                           DELIMITED BY SIZE INTO bericht-zeile
                   ELSE
                       COMPUTE pj-datum = FUNCTION DATE-OF-INTEGER(
                           pj-letzter-tag + pj-tage)
                       MOVE pj-tage TO tage-anzeige
                       STRING "Voraussichtliche Ueberschreitung am "
                           pj-datum " (in "
                           FUNCTION TRIM(tage-anzeige) " Tagen)."
                           DELIMITED BY SIZE INTO bericht-zeile
                       IF pj-tage <= vorwarnzeit-tage
                           SET fenster-in-gefahr TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM berichtszeile-schreiben.
           IF fenster-in-gefahr
               DISPLAY "Warnung: Batchfenster von "
                   batchfenster-minuten " Minuten innerhalb der "
                   "Vorwarnzeit erreicht - siehe TRNDLIST."
           END-IF.


      * Ermittelt die Sekunden zwischen zeit-von und zeit-bis
      * (beide JJJJMMTT-HHMMSS). Nicht auswertbare Zeitstempel
      * melden zeit-gueltig = falsch.
       sekunden-differenz-ermitteln SECTION.
           MOVE "N" TO zeit-gueltig-kennzeichen.
           MOVE ZERO TO zeit-differenz-sekunden.
           IF zeit-von(1:8) IS NUMERIC
                   AND zeit-von(10:6) IS NUMERIC
                   AND zeit-bis(1:8) IS NUMERIC
                   AND zeit-bis(10:6) IS NUMERIC
               MOVE zeit-von(1:8) TO zeit-von-datum-zahl
               MOVE zeit-bis(1:8) TO zeit-bis-datum-zahl
               COMPUTE zeit-differenz-sekunden =
                   (FUNCTION INTEGER-OF-DATE(zeit-bis-datum-zahl)
                   - FUNCTION INTEGER-OF-DATE(zeit-von-datum-zahl))
                       * 86400
                   + (FUNCTION NUMVAL(zeit-bis(10:2)) * 3600
                       + FUNCTION NUMVAL(zeit-bis(12:2)) * 60
                       + FUNCTION NUMVAL(zeit-bis(14:2)))
                   - (FUNCTION NUMVAL(zeit-von(10:2)) * 3600
                       + FUNCTION NUMVAL(zeit-von(12:2)) * 60
                       + FUNCTION NUMVAL(zeit-von(14:2)))
               SET zeit-gueltig TO TRUE
           END-IF.


      * Schreibt den Seitenkopf mit dem aktuellen Abschnittstitel.
       seitenkopf-schreiben SECTION.
           ADD 1 TO seiten-zaehler.
           MOVE ZERO TO zeilen-auf-seite.
           MOVE SPACES TO bericht-zeile.
           STRING "BATCHFENSTER-TREND UND KAPAZITAET"
               "          Datum: " heute-zeit(1:8)
               "   Seite: " seiten-zaehler
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM zeile-ausgeben.
           MOVE abschnitt-titel TO bericht-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO bericht-zeile.
           PERFORM zeile-ausgeben.


      * Schreibt eine Inhaltszeile mit Seitenumbruch, wenn die
      * aktuelle Seite voll ist.
       berichtszeile-schreiben SECTION.
           IF zeilen-auf-seite >= zeilen-je-seite
               MOVE bericht-zeile TO rest-zeile
               PERFORM seitenkopf-schreiben
               MOVE rest-zeile TO bericht-zeile
           END-IF.
           PERFORM zeile-ausgeben.
           ADD 1 TO zeilen-auf-seite.


      * Gibt bericht-zeile auf den Bericht aus.
       zeile-ausgeben SECTION.
           MOVE bericht-zeile TO bericht-satz.
           WRITE bericht-satz.
