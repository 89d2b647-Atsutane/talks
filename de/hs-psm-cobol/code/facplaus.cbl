      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           FACPLAUS.
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
      * Audit-Protokoll mit den Ergebnissen und Laufmarken des
      * Batch-Laufs, dieselbe Quelle, aus der FACXTRCT den
      * Schnittstellenextrakt schreibt
           SELECT audit-datei ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-dateistatus.
      * Ergebnis-Master der Math-Utilities-Suite, nur lesend und
      * vollstaendig der Reihe nach
           SELECT ergebnis-master ASSIGN TO "FACMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS master-eingabewert
               FILE STATUS IS master-dateistatus.
      * Liste der Abweichungen
           SELECT pruef-datei ASSIGN TO "PLAUSLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pruef-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzlaenge wie in FACULTYPGM (X(600))
       FD  audit-datei.
       01  audit-satz PIC X(600).

      * Satzaufbau gemeinsam mit FACULTYPGM, siehe
      * copybooks/MATHMAST.cpy
       FD  ergebnis-master.
           COPY MATHMAST.

       FD  pruef-datei.
       01  pruef-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 audit-dateistatus PIC XX.
           02 master-dateistatus PIC XX.
           02 pruef-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".

      * Parameterkarte wie bei FACXTRCT: Laufnummer des zu
      * pruefenden Laufs in den Spalten 1-4, eine leere Karte
      * prueft den juengsten abgeschlossenen Batch-Lauf.
       01  PARAMETERKARTE.
           02 parameter-lauf-nummer PIC X(4) VALUE SPACES.

      * Der ausgewaehlte Lauf, ermittelt wie in FACXTRCT im ersten
      * Durchlauf ueber das Protokoll.
       01  LAUF-AUSWAHL.
           02 ziel-lauf-nummer PIC X(4).
           02 ziel-laufdatum PIC X(8).
           02 ziel-gefunden-kennzeichen PIC X VALUE "N".
               88 ziel-gefunden VALUE "J".
      * Zeigt an, dass die Pruefung wegen ungueltiger Parameter,
      * fehlender Dateien oder eines nicht auffindbaren Laufs
      * abgebrochen wurde.
           02 fehler-kennzeichen PIC X VALUE "N".
               88 pruefung-fehlgeschlagen VALUE "J".

      * Von FUNCTION CURRENT-DATE gelieferter Zeitstempel fuer den
      * Listenkopf
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).

      * Zerlegung einer Protokollzeile in Eingabe-, Zweitwert-,
      * Ergebnis- und Folgeteil, wie in FACXTRCT
       01  SATZ-ZERLEGUNG.
           02 satz-vorspann PIC X(60).
           02 satz-rest PIC X(600).
           02 satz-wert-teil PIC X(40).
           02 satz-wert-text PIC X(10).
           02 satz-zweit-text PIC X(10).
           02 satz-ergebnis-text PIC X(460).
           02 satz-folge-text PIC X(20).

      * Die zu pruefende Berechnung. Die Operationen FAK, PER, KOM
      * und KMW haben alle die Gestalt a! / (b! * c!):
      *   FAK  n!                    a = n,      b = 0, c = 0
      *   PER  n! / (n-k)!           a = n,      b = n-k, c = 0
      *   KOM  n! / (k! (n-k)!)      a = n,      b = k, c = n-k
      *   KMW  (n+k-1)! / (k! (n-1)!) a = n+k-1, b = k, c = n-1
      * DER (!n) wird gesondert geprueft.
       01  PRUEF-OPERANDEN.
           02 pruef-lauf PIC X(4).
           02 pruef-folge PIC X(9).
           02 pruef-operation PIC XXX.
           02 pruef-n PIC 9(4).
           02 pruef-k PIC 9(4).
           02 pruef-n-text PIC X(3).
           02 pruef-k-text PIC XX.
           02 fak-a PIC 9(4).
           02 fak-b PIC 9(4).
           02 fak-c PIC 9(4).
           02 erweitert-kennzeichen PIC X.
               88 satz-erweitert VALUE "J".

      * Das Ergebnis als Ziffernfolge: Position der ersten
      * signifikanten und der letzten Ziffer, Stellenzahl und
      * Anzahl der Endnullen
       01  ERGEBNIS-ANALYSE.
           02 ergebnis-text PIC X(410).
           02 ergebnis-erste PIC 9(3).
           02 ergebnis-ende PIC 9(3).
           02 ergebnis-stellen PIC 9(3).
           02 ergebnis-nullen PIC 9(3).
           02 ergebnis-null-kennzeichen PIC X.
               88 ergebnis-ist-null VALUE "J".
           02 ziffer-index PIC 9(3).
           02 ziffer-wert PIC 9.
           02 ziffern-kennzeichen PIC X.
               88 ergebnis-ziffernfolge VALUE "J".

      * Kleine Primzahlen fuer die Restprobe: drei kleine, deren
      * Rest bei grossen n die Teilbarkeit prueft, und drei
      * vierstellige oberhalb aller Operanden, deren Rest stets
      * von Null verschieden ist
       01  PRIMZAHLEN.
           02 primzahl-werte PIC X(24)
               VALUE "000700110013994999679973".
           02 primzahl-tabelle REDEFINES primzahl-werte.
               03 primzahl PIC 9(4) OCCURS 6 TIMES.
           02 primzahl-index PIC 9.

      * Dekadische Logarithmen der Fakultaeten 0! bis 1099!
      * (Eintrag m+1 = log10(m!)), einmal aus FUNCTION LOG10
      * aufsummiert - unabhaengig von der Ganzzahl-Arithmetik der
      * Produktion
       01  LOG-TABELLE.
           02 log-fakultaet PIC S9(4)V9(12) OCCURS 1100 TIMES.
       01  LOG-HILFSFELDER.
           02 log-index PIC 9(4).
           02 log-soll PIC S9(4)V9(12).
           02 log-toleranz PIC 9V9(6) VALUE 0.000001.
           02 log-e PIC 9V9(12) VALUE 0.434294481903.

      * Hilfsfelder der Endnullen- (Legendre) und der Restprobe
       01  PROBE-HILFSFELDER.
           02 legendre-m PIC 9(4).
           02 legendre-q PIC 9.
           02 legendre-potenz PIC 9(6).
           02 legendre-wert PIC 9(4).
           02 bewertung-2 PIC S9(4).
           02 bewertung-5 PIC S9(4).
           02 bewertung-q PIC S9(4).
           02 soll-nullen PIC S9(4).
           02 modul PIC 9(4).
           02 text-rest PIC 9(4).
           02 fak-m PIC 9(4).
           02 fak-rest PIC 9(4).
           02 fak-index PIC 9(4).
           02 rechen-wert PIC 9(9).
           02 probe-links PIC 9(4).
           02 probe-rechts PIC 9(4).
           02 der-summe PIC 9(4).
           02 der-term PIC 9(4).
           02 der-index PIC S9(4).
           02 ueberlauf-grenze PIC 9(3).

      * Zaehler fuer die Abschlusszeilen und den RETURN-CODE
       01  PRUEF-ZAEHLER.
           02 gepruefte-saetze PIC 9(6) VALUE ZERO.
           02 ungepruefte-saetze PIC 9(6) VALUE ZERO.
           02 ueberlauf-saetze PIC 9(6) VALUE ZERO.
           02 abweichungen PIC 9(6) VALUE ZERO.
           02 hinweise PIC 9(6) VALUE ZERO.
           02 master-gepruefte PIC 9(6) VALUE ZERO.
           02 master-altbestand PIC 9(6) VALUE ZERO.
           02 master-warnung-kennzeichen PIC X VALUE "N".
               88 master-nicht-geprueft VALUE "J".

      * Meldung einer fehlgeschlagenen Probe
       01  MELDE-FELDER.
           02 melde-pruefung PIC X(9).
           02 melde-befund PIC X(43).
           02 melde-art PIC X.
               88 melde-abweichung VALUE "A".
               88 melde-hinweis VALUE "H".
           02 anzeige-1 PIC Z(4)9.
           02 anzeige-2 PIC Z(4)9.

      * Aufbau einer Zeile der Abweichungsliste
       01  PRUEF-ZEILE.
           02 pz-lauf PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 pz-folge PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 pz-operation PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 pz-eingabe PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 pz-zweitwert PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 pz-pruefung PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 pz-befund PIC X(43).

      * Seitensteuerung der Liste wie in den uebrigen Listen der
      * Suite
       01  LISTEN-HILFSFELDER.
           02 bericht-zeile PIC X(80).
           02 rest-zeile PIC X(80).
           02 zeilen-je-seite PIC 99 VALUE 60.
           02 zeilen-auf-seite PIC 99 VALUE ZERO.
           02 seiten-zaehler PIC 9(4) VALUE ZERO.

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: prueft zwischen FACRECON und FACXTRCT
      * jedes Ergebnis des Laufs aus dem Audit-Protokoll mit
      * Mitteln, die von der Arithmetik der Produktion (Standard-
      * feld, Ergebnis-Master, Bignum-Limbs) unabhaengig sind:
      * Stellenzahl ueber die Summe der dekadischen Logarithmen,
      * Endnullen nach Legendre, Reste modulo kleiner Primzahlen
      * ueber die Identitaet a! = Ergebnis * b! * c! bzw. die
      * Summenformel der Derangements. Danach wird jeder Eintrag
      * des Ergebnis-Masters ebenso nachgeprueft. Jede Abweichung
      * steht mit Lauf, Folgenummer und Probe in PLAUSLST und
      * haelt ueber den Bedingungscode FACXTRCT an.
      *   RC=0  alle Ergebnisse und Master-Eintraege plausibel
      *   RC=4  plausibel, aber mit Hinweis (Ueberlauf gemeldet,
      *         obwohl das Ergebnis in das Feld passt) oder
      *         Ergebnis-Master nicht geprueft
      *   RC=8  mindestens eine Abweichung, oder Lauf bzw. Datei
      *         nicht verfuegbar - kein Extrakt
       main SECTION.
           ACCEPT PARAMETERKARTE.
           IF parameter-lauf-nummer NOT = SPACES
                   AND parameter-lauf-nummer NOT NUMERIC
               DISPLAY "Fehler: Ungueltige Laufnummer """
                   parameter-lauf-nummer """ auf der "
                   "Parameterkarte. Pruefung abgebrochen."
               SET pruefung-fehlgeschlagen TO TRUE
           END-IF.

           IF NOT pruefung-fehlgeschlagen
               PERFORM ziel-lauf-ermitteln
           END-IF.

           IF NOT pruefung-fehlgeschlagen
               OPEN OUTPUT pruef-datei
               IF pruef-dateistatus NOT = "00"
                   DISPLAY "Fehler: Pruefliste PLAUSLST nicht "
                       "verfuegbar (Status " pruef-dateistatus
                       "). Pruefung abgebrochen."
                   SET pruefung-fehlgeschlagen TO TRUE
               END-IF
           END-IF.

           IF NOT pruefung-fehlgeschlagen
               PERFORM log-tabelle-aufbauen
               MOVE FUNCTION CURRENT-DATE TO heute-zeit
               PERFORM seitenkopf-schreiben
               PERFORM ergebnisse-pruefen
               PERFORM master-pruefen
               PERFORM abschluss-schreiben
               CLOSE pruef-datei
               DISPLAY "Plausibilitaet Lauf " ziel-lauf-nummer ": "
                   gepruefte-saetze " Ergebnisse und "
                   master-gepruefte " Master-Eintraege geprueft, "
                   abweichungen " Abweichung(en)."
           END-IF.

           EVALUATE TRUE
               WHEN pruefung-fehlgeschlagen
                   MOVE 8 TO RETURN-CODE
               WHEN abweichungen > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN hinweise > ZERO OR master-nicht-geprueft
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Erster Durchlauf ueber das Protokoll wie in FACXTRCT: ohne
      * Parameterkarte gewinnt die letzte Endemarke der Datei, mit
      * Laufnummer die Endemarke genau dieses Laufs.
       ziel-lauf-ermitteln SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Fehler: Audit-Protokoll AUDITLOG nicht "
                   "verfuegbar (Status " audit-dateistatus "). "
                   "Pruefung abgebrochen."
               SET pruefung-fehlgeschlagen TO TRUE
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
                       "Audit-Protokoll gefunden. Pruefung "
                       "abgebrochen."
                   SET pruefung-fehlgeschlagen TO TRUE
               END-IF
           END-IF.


      * Summiert die dekadischen Logarithmen der Fakultaeten bis
      * 1099! auf; das reicht fuer KMW mit n = 999 und k = 99.
       log-tabelle-aufbauen SECTION.
           MOVE ZERO TO log-fakultaet(1).
           PERFORM VARYING log-index FROM 1 BY 1
                   UNTIL log-index > 1099
               COMPUTE log-fakultaet(log-index + 1) =
                   log-fakultaet(log-index)
                   + FUNCTION LOG10(log-index)
           END-PERFORM.


      * Zweiter Durchlauf: prueft jede Berechnungszeile des
      * Ziel-Laufs.
       ergebnisse-pruefen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Fehler: Audit-Protokoll AUDITLOG nicht "
                   "verfuegbar (Status " audit-dateistatus "). "
                   "Pruefung abgebrochen."
               SET pruefung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF audit-satz(23:4) = ziel-lauf-nummer
                               AND audit-satz(28:10)
                                   = "Operation:"
                               PERFORM protokollsatz-pruefen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-datei
           END-IF.


      * Zerlegt eine Berechnungszeile wie FACXTRCT und prueft das
      * Ergebnis. Ungueltige Eingaben und Verweise auf den Vorlauf
      * tragen kein Ergebnis; ein Ueberlauf wird nur auf seine
      * Stellenzahl geprueft.
       protokollsatz-pruefen SECTION.
           MOVE SPACES TO satz-vorspann satz-rest satz-wert-teil
               satz-wert-text satz-zweit-text satz-ergebnis-text
               satz-folge-text.

           MOVE ziel-lauf-nummer TO pruef-lauf.
           MOVE audit-satz(39:3) TO pruef-operation.
           UNSTRING audit-satz DELIMITED BY " Folge: "
               INTO satz-rest satz-folge-text
           END-UNSTRING.
           MOVE satz-folge-text(1:9) TO pruef-folge.

           MOVE SPACES TO satz-rest.
           UNSTRING audit-satz DELIMITED BY " Eingabe: "
               INTO satz-vorspann satz-rest
           END-UNSTRING.
           UNSTRING satz-rest DELIMITED BY " Ergebnis: "
               INTO satz-wert-teil satz-ergebnis-text
           END-UNSTRING.
           UNSTRING satz-wert-teil DELIMITED BY " Zweitwert: "
               INTO satz-wert-text satz-zweit-text
           END-UNSTRING.

      * Eingabewert zwei- (Standard) oder dreistellig (erweitert)
           MOVE ZERO TO pruef-n.
           MOVE "N" TO erweitert-kennzeichen.
           IF satz-wert-text(3:1) = SPACE
               MOVE satz-wert-text(1:2) TO pruef-n-text
               IF satz-wert-text(1:2) IS NUMERIC
                   MOVE satz-wert-text(1:2) TO pruef-n
               END-IF
           ELSE
               SET satz-erweitert TO TRUE
               MOVE satz-wert-text(1:3) TO pruef-n-text
               IF satz-wert-text(1:3) IS NUMERIC
                   MOVE satz-wert-text(1:3) TO pruef-n
               END-IF
           END-IF.
           MOVE satz-zweit-text(1:2) TO pruef-k-text.
           MOVE ZERO TO pruef-k.
           IF satz-zweit-text(1:2) IS NUMERIC
               MOVE satz-zweit-text(1:2) TO pruef-k
           END-IF.

           EVALUATE TRUE
               WHEN satz-ergebnis-text(1:18) = "UNGUELTIGE EINGABE"
                       OR satz-ergebnis-text(1:13) = "SIEHE VORLAUF"
                   ADD 1 TO ungepruefte-saetze
               WHEN pruef-n = ZERO
                   ADD 1 TO ungepruefte-saetze
               WHEN satz-ergebnis-text(1:9) = "UEBERLAUF"
                   ADD 1 TO ueberlauf-saetze
                   PERFORM operanden-bestimmen
                   PERFORM ueberlauf-pruefen
               WHEN OTHER
                   ADD 1 TO gepruefte-saetze
                   MOVE SPACES TO ergebnis-text
                   UNSTRING satz-ergebnis-text
                       DELIMITED BY " (MASTER)"
                           OR " (DUPLIKAT)"
                           OR " Anforderer: "
                           OR " Folge: "
                       INTO ergebnis-text
                   END-UNSTRING
                   PERFORM operanden-bestimmen
                   PERFORM ergebnis-pruefen
           END-EVALUATE.


      * Bestimmt a, b und c der Gestalt a! / (b! * c!) zur
      * Operation (siehe PRUEF-OPERANDEN).
       operanden-bestimmen SECTION.
           MOVE ZERO TO fak-b fak-c.
           MOVE pruef-n TO fak-a.
           EVALUATE pruef-operation
               WHEN "PER"
                   COMPUTE fak-b = pruef-n - pruef-k
               WHEN "KOM"
                   MOVE pruef-k TO fak-b
                   COMPUTE fak-c = pruef-n - pruef-k
               WHEN "KMW"
                   COMPUTE fak-a = pruef-n + pruef-k - 1
                   MOVE pruef-k TO fak-b
                   COMPUTE fak-c = pruef-n - 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Fuehrt alle Proben fuer ein Ergebnis durch.
       ergebnis-pruefen SECTION.
           PERFORM ergebnis-zerlegen.
           MOVE "J" TO ziffern-kennzeichen.
           IF ergebnis-ende = ZERO
               MOVE "N" TO ziffern-kennzeichen
           ELSE
               IF ergebnis-text(1:ergebnis-ende) IS NOT NUMERIC
                   MOVE "N" TO ziffern-kennzeichen
               END-IF
           END-IF.
           IF NOT ergebnis-ziffernfolge
               SET melde-abweichung TO TRUE
               MOVE "ZIFFERN" TO melde-pruefung
               MOVE "Ergebnis ist keine Ziffernfolge"
                   TO melde-befund
               PERFORM abweichung-melden
           ELSE
               IF pruef-operation = "DER"
                   PERFORM derangement-pruefen
               ELSE
                   PERFORM stellen-pruefen
                   PERFORM nullen-pruefen
                   PERFORM VARYING primzahl-index FROM 1 BY 1
                           UNTIL primzahl-index > 6
                       MOVE primzahl(primzahl-index) TO modul
                       PERFORM rest-pruefen
                   END-PERFORM
               END-IF
           END-IF.


      * Ermittelt Laenge, erste signifikante Ziffer, Stellenzahl
      * und Endnullen des Ergebnistextes. Der Standardpfad fuehrt
      * 18 Stellen mit fuehrenden Nullen.
       ergebnis-zerlegen SECTION.
           MOVE ZERO TO ergebnis-ende.
           PERFORM VARYING ziffer-index FROM 1 BY 1
                   UNTIL ziffer-index > 410
                   OR ergebnis-text(ziffer-index:1) = SPACE
               MOVE ziffer-index TO ergebnis-ende
           END-PERFORM.
           MOVE "N" TO ergebnis-null-kennzeichen.
           MOVE ZERO TO ergebnis-erste.
           PERFORM VARYING ziffer-index FROM 1 BY 1
                   UNTIL ziffer-index > ergebnis-ende
                   OR ergebnis-erste > ZERO
               IF ergebnis-text(ziffer-index:1) NOT = "0"
                   MOVE ziffer-index TO ergebnis-erste
               END-IF
           END-PERFORM.
           IF ergebnis-erste = ZERO
               SET ergebnis-ist-null TO TRUE
               MOVE ergebnis-ende TO ergebnis-erste
           END-IF.
           COMPUTE ergebnis-stellen = ergebnis-ende - ergebnis-erste
               + 1.
           MOVE ZERO TO ergebnis-nullen.
           IF NOT ergebnis-ist-null
               PERFORM VARYING ziffer-index FROM ergebnis-ende BY -1
                       UNTIL ziffer-index < ergebnis-erste
                       OR ergebnis-text(ziffer-index:1) NOT = "0"
                   ADD 1 TO ergebnis-nullen
               END-PERFORM
           END-IF.


      * Stellenprobe: ein Wert mit d Stellen hat einen dekadischen
      * Logarithmus zwischen d-1 und d. Die Toleranz faengt die
      * Rundung der Logarithmensumme bei exakten Zehnerpotenzen ab.
       stellen-pruefen SECTION.
           COMPUTE log-soll = log-fakultaet(fak-a + 1)
               - log-fakultaet(fak-b + 1) - log-fakultaet(fak-c + 1).
           PERFORM stellen-vergleichen.


      * Vergleicht die Stellenzahl des Ergebnisses mit log-soll.
       stellen-vergleichen SECTION.
           IF log-soll < ergebnis-stellen - 1 - log-toleranz
                   OR log-soll >= ergebnis-stellen + log-toleranz
               SET melde-abweichung TO TRUE
               MOVE "STELLEN" TO melde-pruefung
               MOVE ergebnis-stellen TO anzeige-1
               COMPUTE anzeige-2 = log-soll + 1
               MOVE SPACES TO melde-befund
               STRING "Ergebnis hat" anzeige-1 " Stellen, soll"
                   anzeige-2
                   DELIMITED BY SIZE INTO melde-befund
               PERFORM abweichung-melden
           END-IF.


      * Endnullenprobe: die Zehnerpotenz im Ergebnis ist das
      * Minimum der Exponenten von 2 und 5, nach Legendre aus
      * a!, b! und c! bestimmt.
       nullen-pruefen SECTION.
           MOVE 2 TO legendre-q.
           PERFORM bewertung-ermitteln.
           MOVE bewertung-q TO bewertung-2.
           MOVE 5 TO legendre-q.
           PERFORM bewertung-ermitteln.
           MOVE bewertung-q TO bewertung-5.
           IF bewertung-2 < bewertung-5
               MOVE bewertung-2 TO soll-nullen
           ELSE
               MOVE bewertung-5 TO soll-nullen
           END-IF.
           IF soll-nullen NOT = ergebnis-nullen
               SET melde-abweichung TO TRUE
               MOVE "NULLEN" TO melde-pruefung
               MOVE ergebnis-nullen TO anzeige-1
               MOVE soll-nullen TO anzeige-2
               MOVE SPACES TO melde-befund
               STRING "Ergebnis hat" anzeige-1 " Endnullen, soll"
                   anzeige-2
                   DELIMITED BY SIZE INTO melde-befund
               PERFORM abweichung-melden
           END-IF.


      * Exponent der Primzahl legendre-q in a! / (b! * c!).
       bewertung-ermitteln SECTION.
           MOVE fak-a TO legendre-m.
           PERFORM legendre-summe.
           MOVE legendre-wert TO bewertung-q.
           MOVE fak-b TO legendre-m.
           PERFORM legendre-summe.
           SUBTRACT legendre-wert FROM bewertung-q.
           MOVE fak-c TO legendre-m.
           PERFORM legendre-summe.
           SUBTRACT legendre-wert FROM bewertung-q.


      * Legendre: Exponent von legendre-q in legendre-m! ist die
      * Summe der ganzzahligen Quotienten m/q, m/q**2, ...
       legendre-summe SECTION.
           MOVE ZERO TO legendre-wert.
           MOVE legendre-q TO legendre-potenz.
           PERFORM UNTIL legendre-potenz > legendre-m
               COMPUTE legendre-wert = legendre-wert
                   + legendre-m / legendre-potenz
               MULTIPLY legendre-q BY legendre-potenz
           END-PERFORM.


      * Restprobe modulo einer Primzahl: Ergebnis * b! * c! muss
      * denselben Rest lassen wie a!.
       rest-pruefen SECTION.
           PERFORM text-rest-ermitteln.
           MOVE text-rest TO probe-links.
           MOVE fak-b TO fak-m.
           PERFORM fakultaet-rest.
           COMPUTE rechen-wert = probe-links * fak-rest.
           COMPUTE probe-links = FUNCTION MOD(rechen-wert, modul).
           MOVE fak-c TO fak-m.
           PERFORM fakultaet-rest.
           COMPUTE rechen-wert = probe-links * fak-rest.
           COMPUTE probe-links = FUNCTION MOD(rechen-wert, modul).
           MOVE fak-a TO fak-m.
           PERFORM fakultaet-rest.
           MOVE fak-rest TO probe-rechts.
           IF probe-links NOT = probe-rechts
               PERFORM rest-abweichung-melden
           END-IF.


      * Meldet eine fehlgeschlagene Restprobe.
       rest-abweichung-melden SECTION.
           SET melde-abweichung TO TRUE.
           MOVE SPACES TO melde-pruefung.
           STRING "MOD " modul DELIMITED BY SIZE INTO melde-pruefung.
           MOVE probe-links TO anzeige-1.
           MOVE probe-rechts TO anzeige-2.
           MOVE SPACES TO melde-befund.
           STRING "Rest ist" anzeige-1 ", soll" anzeige-2
               DELIMITED BY SIZE INTO melde-befund.
           PERFORM abweichung-melden.


      * Rest des Ergebnistextes modulo modul, Ziffer fuer Ziffer
      * nach dem Hornerschema.
       text-rest-ermitteln SECTION.
           MOVE ZERO TO text-rest.
           PERFORM VARYING ziffer-index FROM ergebnis-erste BY 1
                   UNTIL ziffer-index > ergebnis-ende
               MOVE ergebnis-text(ziffer-index:1) TO ziffer-wert
               COMPUTE rechen-wert = text-rest * 10 + ziffer-wert
               COMPUTE text-rest = FUNCTION MOD(rechen-wert, modul)
           END-PERFORM.


      * Rest von fak-m! modulo modul, Faktor fuer Faktor reduziert.
       fakultaet-rest SECTION.
           MOVE 1 TO fak-rest.
           PERFORM VARYING fak-index FROM 2 BY 1
                   UNTIL fak-index > fak-m OR fak-rest = ZERO
               COMPUTE rechen-wert = fak-rest * fak-index
               COMPUTE fak-rest = FUNCTION MOD(rechen-wert, modul)
           END-PERFORM.


      * Proben fuer das Derangement !n: !1 = 0 und !2 = 1 direkt;
      * ab n = 3 die Stellenzahl von n!/e (!n ist dessen
      * naechstgelegene ganze Zahl), die Identitaet
      * !n = (-1)**n (mod n) und die Reste modulo der Primzahlen
      * nach der Summenformel !n = Summe (-1)**i * n!/i!.
       derangement-pruefen SECTION.
           EVALUATE TRUE
               WHEN pruef-n = 1 AND NOT ergebnis-ist-null
                   SET melde-abweichung TO TRUE
                   MOVE "WERT" TO melde-pruefung
                   MOVE "!1 muss 0 sein" TO melde-befund
                   PERFORM abweichung-melden
               WHEN pruef-n = 1
                   CONTINUE
               WHEN pruef-n = 2
                       AND (ergebnis-stellen NOT = 1
                           OR ergebnis-text(ergebnis-ende:1)
                               NOT = "1")
                   SET melde-abweichung TO TRUE
                   MOVE "WERT" TO melde-pruefung
                   MOVE "!2 muss 1 sein" TO melde-befund
                   PERFORM abweichung-melden
               WHEN pruef-n = 2
                   CONTINUE
               WHEN OTHER
                   COMPUTE log-soll = log-fakultaet(pruef-n + 1)
                       - log-e
                   PERFORM stellen-vergleichen
                   PERFORM derangement-modulo-n
                   PERFORM VARYING primzahl-index FROM 1 BY 1
                           UNTIL primzahl-index > 6
                       MOVE primzahl(primzahl-index) TO modul
                       PERFORM derangement-rest-pruefen
                   END-PERFORM
           END-EVALUATE.


      * !n = n * !(n-1) + (-1)**n laesst modulo n den Rest 1 bei
      * geradem und n-1 bei ungeradem n.
       derangement-modulo-n SECTION.
           MOVE pruef-n TO modul.
           PERFORM text-rest-ermitteln.
           IF FUNCTION MOD(pruef-n, 2) = ZERO
               MOVE 1 TO probe-rechts
           ELSE
               COMPUTE probe-rechts = pruef-n - 1
           END-IF.
           IF text-rest NOT = probe-rechts
               SET melde-abweichung TO TRUE
               MOVE "MOD N" TO melde-pruefung
               MOVE text-rest TO anzeige-1
               MOVE probe-rechts TO anzeige-2
               MOVE SPACES TO melde-befund
               STRING "Rest ist" anzeige-1 ", soll" anzeige-2
                   DELIMITED BY SIZE INTO melde-befund
               PERFORM abweichung-melden
           END-IF.


      * Restprobe des Derangements: die Summe laeuft von i = n
      * abwaerts, der Term n!/i! waechst dabei um den Faktor i.
       derangement-rest-pruefen SECTION.
           PERFORM text-rest-ermitteln.
           MOVE text-rest TO probe-links.
           MOVE ZERO TO der-summe.
           MOVE 1 TO der-term.
           PERFORM VARYING der-index FROM pruef-n BY -1
                   UNTIL der-index < 0
               IF FUNCTION MOD(der-index, 2) = ZERO
                   COMPUTE rechen-wert = der-summe + der-term
               ELSE
                   COMPUTE rechen-wert = der-summe + modul - der-term
               END-IF
               COMPUTE der-summe = FUNCTION MOD(rechen-wert, modul)
               IF der-index > ZERO
                   COMPUTE rechen-wert = der-term * der-index
                   COMPUTE der-term = FUNCTION MOD(rechen-wert, modul)
               END-IF
           END-PERFORM.
           MOVE der-summe TO probe-rechts.
           IF probe-links NOT = probe-rechts
               PERFORM rest-abweichung-melden
           END-IF.


      * Ein Ueberlauf ist nur plausibel, wenn das Ergebnis die
      * Feldgrenze (18 Stellen Standard, 400 erweitert) wirklich
      * sprengt. Ein zu frueh gemeldeter Ueberlauf liefert keine
      * falsche Zahl und wird nur als Hinweis gelistet.
       ueberlauf-pruefen SECTION.
           IF satz-erweitert
               MOVE 400 TO ueberlauf-grenze
           ELSE
               MOVE 18 TO ueberlauf-grenze
           END-IF.
           IF pruef-operation = "DER"
               COMPUTE log-soll = log-fakultaet(pruef-n + 1) - log-e
           ELSE
               COMPUTE log-soll = log-fakultaet(fak-a + 1)
                   - log-fakultaet(fak-b + 1)
                   - log-fakultaet(fak-c + 1)
           END-IF.
           IF log-soll < ueberlauf-grenze - log-toleranz
               SET melde-hinweis TO TRUE
               MOVE "UEBERLAUF" TO melde-pruefung
               COMPUTE anzeige-1 = log-soll + 1
               MOVE ueberlauf-grenze TO anzeige-2
               MOVE SPACES TO melde-befund
               STRING "Hinweis: nur" anzeige-1 " Stellen, Grenze"
                   anzeige-2
                   DELIMITED BY SIZE INTO melde-befund
               PERFORM abweichung-melden
           END-IF.


      * Prueft jeden Eintrag des Ergebnis-Masters wie ein
      * Fakultaetsergebnis. Altbestaende mit Ueberlauf-Kennzeichen
      * werden nur gezaehlt (siehe copybooks/MATHMAST.cpy); ein
      * Schluessel ausserhalb 01-19 ist eine Abweichung. Ohne
      * Master rechnet FACULTYPGM alle Werte, die Pruefung
      * entfaellt dann mit Hinweis.
       master-pruefen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT ergebnis-master.
           EVALUATE master-dateistatus
               WHEN "00"
                   PERFORM UNTIL dateiende
                       READ ergebnis-master NEXT
                           AT END
                               SET dateiende TO TRUE
                           NOT AT END
                               PERFORM mastersatz-pruefen
                       END-READ
                   END-PERFORM
                   CLOSE ergebnis-master
               WHEN "35"
                   DISPLAY "Hinweis: Kein Ergebnis-Master FACMASTR "
                       "- Master-Pruefung entfaellt."
                   SET master-nicht-geprueft TO TRUE
               WHEN OTHER
                   DISPLAY "Warnung: Ergebnis-Master FACMASTR nicht "
                       "lesbar (Status " master-dateistatus ") - "
                       "Master-Pruefung entfaellt."
                   SET master-nicht-geprueft TO TRUE
           END-EVALUATE.


      * Prueft einen Master-Eintrag.
       mastersatz-pruefen SECTION.
           MOVE "MSTR" TO pruef-lauf.
           MOVE SPACES TO pruef-folge.
           MOVE "FAK" TO pruef-operation.
           MOVE master-eingabewert TO pruef-n-text.
           MOVE SPACES TO pruef-k-text.
           EVALUATE TRUE
               WHEN master-ueberlauf
                   ADD 1 TO master-altbestand
               WHEN master-eingabewert IS NOT NUMERIC
                       OR master-eingabewert = ZERO
                       OR master-eingabewert > 19
                   ADD 1 TO master-gepruefte
                   SET melde-abweichung TO TRUE
                   MOVE "EINGABE" TO melde-pruefung
                   MOVE "Eingabewert ausserhalb 01-19"
                       TO melde-befund
                   PERFORM abweichung-melden
               WHEN OTHER
                   ADD 1 TO master-gepruefte
                   MOVE master-eingabewert TO pruef-n
                   MOVE ZERO TO pruef-k
                   PERFORM operanden-bestimmen
                   MOVE SPACES TO ergebnis-text
                   MOVE master-ergebniswert TO ergebnis-text
                   PERFORM ergebnis-pruefen
           END-EVALUATE.


      * Schreibt eine Zeile der Abweichungsliste und zaehlt sie
      * als Abweichung oder Hinweis.
       abweichung-melden SECTION.
           MOVE SPACES TO PRUEF-ZEILE.
           MOVE pruef-lauf TO pz-lauf.
           MOVE pruef-folge TO pz-folge.
           MOVE pruef-operation TO pz-operation.
           MOVE pruef-n-text TO pz-eingabe.
           MOVE pruef-k-text TO pz-zweitwert.
           MOVE melde-pruefung TO pz-pruefung.
           MOVE melde-befund TO pz-befund.
           MOVE PRUEF-ZEILE TO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           IF melde-hinweis
               ADD 1 TO hinweise
           ELSE
               ADD 1 TO abweichungen
           END-IF.


      * Schreibt die Abschlusszeilen der Liste.
       abschluss-schreiben SECTION.
           MOVE SPACES TO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           STRING "Ergebnisse geprueft: " gepruefte-saetze
               "  Ueberlauf: " ueberlauf-saetze
               "  ohne Ergebnis: " ungepruefte-saetze
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           IF master-nicht-geprueft
               STRING "Ergebnis-Master nicht geprueft."
                   DELIMITED BY SIZE INTO bericht-zeile
           ELSE
               STRING "Master-Eintraege geprueft: " master-gepruefte
                   "  Altbestand: " master-altbestand
                   DELIMITED BY SIZE INTO bericht-zeile
           END-IF.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           STRING "Abweichungen: " abweichungen
               "  Hinweise: " hinweise
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           IF abweichungen > ZERO
               STRING "ACHTUNG: Unplausible Ergebnisse - Extrakt "
                   "wird angehalten."
                   DELIMITED BY SIZE INTO bericht-zeile
           ELSE
               STRING "Alle Ergebnisse plausibel."
                   DELIMITED BY SIZE INTO bericht-zeile
           END-IF.
           PERFORM berichtszeile-schreiben.


      * Schreibt Titel und Spaltenkopf einer neuen Seite.
       seitenkopf-schreiben SECTION.
           ADD 1 TO seiten-zaehler.
           MOVE ZERO TO zeilen-auf-seite.
           MOVE SPACES TO bericht-zeile.
           STRING "PLAUSIBILITAETSPRUEFUNG  Lauf: " ziel-lauf-nummer
               " vom " ziel-laufdatum
               "  Datum: " heute-zeit(1:8)
               "  Seite: " seiten-zaehler
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO bericht-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO bericht-zeile.
           STRING "LAUF FOLGE     OP  N   K  PRUEFUNG  BEFUND"
               DELIMITED BY SIZE INTO bericht-zeile.
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


      * Gibt eine Zeile in die Pruefliste aus.
       zeile-ausgeben SECTION.
           MOVE bericht-zeile TO pruef-satz.
           WRITE pruef-satz.
