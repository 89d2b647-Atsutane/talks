      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           AUDSUCH.
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
      * Suchkarten: je Zeile eine Auswahl (Aufbau siehe unten)
           SELECT such-datei ASSIGN TO "SUCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS such-dateistatus.
      * Archivierte Protokollzeilen aus ARCHJOB; die DD darf
      * beliebig viele Archivgenerationen verketten, sie werden
      * als eine Datei gelesen
           SELECT archiv-datei ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archiv-dateistatus.
      * Lebendes Audit-Protokoll, nur lesend
           SELECT audit-datei ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-dateistatus.
      * Trefferliste
           SELECT listen-datei ASSIGN TO "SUCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS listen-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Aufbau einer Suchkarte; leere Felder schraenken nicht ein:
      *   Spalten  1-4   Laufnummer von
      *   Spalten  6-9   Laufnummer bis
      *   Spalten 11-18  Datum von JJJJMMTT
      *   Spalten 20-27  Datum bis JJJJMMTT
      *   Spalten 29-31  Anforderer-Kennung
      *   Spalten 33-35  Operationscode (FAK, PER, KOM, KMW, DER)
      *   Spalten 37-39  Operand n, dreistellig mit fuehrenden
      *                  Nullen
      *   Spalten 41-42  Operand k, zweistellig
      * Eine Zeile trifft, wenn sie alle gefuellten Felder einer
      * Karte erfuellt; mehrere Karten werden mit ODER verknuepft.
      * "*" in Spalte 1 kennzeichnet eine Kommentarkarte.
       FD  such-datei.
       01  suchkarte.
           02 such-lauf-von PIC X(4).
           02 FILLER PIC X.
           02 such-lauf-bis PIC X(4).
           02 FILLER PIC X.
           02 such-datum-von PIC X(8).
           02 FILLER PIC X.
           02 such-datum-bis PIC X(8).
           02 FILLER PIC X.
           02 such-anforderer PIC XXX.
           02 FILLER PIC X.
           02 such-operation PIC XXX.
           02 FILLER PIC X.
           02 such-eingabe PIC X(3).
           02 FILLER PIC X.
           02 such-zweitwert PIC XX.

      * Satzlaenge wie in FACULTYPGM und AUDARCH (X(600))
       FD  archiv-datei.
       01  archiv-satz PIC X(600).

       FD  audit-datei.
       01  audit-satz PIC X(600).

       FD  listen-datei.
       01  listen-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 such-dateistatus PIC XX.
           02 archiv-dateistatus PIC XX.
           02 audit-dateistatus PIC XX.
           02 listen-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".

      * Gueltige Suchkarten als Tabelle; 20 Karten reichen fuer
      * jede Anfrage der Revision
       01  SUCH-TABELLE.
           02 such-anzahl PIC 99 VALUE ZERO.
           02 such-eintrag OCCURS 20 TIMES.
               03 st-lauf-von PIC X(4).
               03 st-lauf-bis PIC X(4).
               03 st-datum-von PIC X(8).
               03 st-datum-bis PIC X(8).
               03 st-anforderer PIC XXX.
               03 st-operation PIC XXX.
               03 st-eingabe PIC X(3).
               03 st-zweitwert PIC XX.
       01  SUCH-HILFSFELDER.
           02 such-index PIC 99.
           02 gelesene-suchkarten PIC 99 VALUE ZERO.
           02 abgewiesene-suchkarten PIC 99 VALUE ZERO.
           02 such-fehlertext PIC X(40).
               88 suchkarte-gueltig VALUE SPACES.
           02 treffer-kennzeichen PIC X.
               88 zeile-trifft VALUE "J".
           02 kriterium-kennzeichen PIC X.
               88 kriterium-erfuellt VALUE "J".

      * Zaehler je Quelle: 1 = Archiv, 2 = lebendes Protokoll
       01  QUELLEN-TABELLE.
           02 quellen-eintrag OCCURS 2 TIMES.
               03 qt-kennung PIC X(4).
               03 qt-ddname PIC X(8).
               03 qt-gelesen-kennzeichen PIC X.
                   88 qt-gelesen VALUE "J".
               03 qt-zeilen PIC 9(9).
               03 qt-berechnungen PIC 9(9).
               03 qt-treffer-berechnung PIC 9(9).
               03 qt-treffer-duplikat PIC 9(9).
       01  QUELLEN-HILFSFELDER.
           02 quellen-index PIC 9.
           02 gesamt-treffer PIC 9(9) VALUE ZERO.

      * Die aktuelle Protokollzeile und ihre Zerlegung: fester
      * Vorspann (Datum, Uhrzeit, Lauf, Operation) wie in
      * FACRECON und VERBUCH, danach die Abschnitte ueber ihre
      * Markierungen - Zweitwert, Anforderer und Folge-Abschnitt
      * fehlen in aelteren Zeilen.
       01  ZEILEN-ZERLEGUNG.
           02 zeile-satz PIC X(600).
           02 zeile-inhalt PIC X(600).
           02 zeile-folge-rest PIC X(600).
           02 zeile-vorspann PIC X(600).
           02 zeile-rest PIC X(600).
           02 zeile-wert-teil PIC X(600).
           02 zeile-ergebnis-text PIC X(600).
           02 zeile-ergebnis PIC X(600).
           02 zeile-anforderer-teil PIC X(600).
           02 zeile-wert-text PIC X(10).
           02 zeile-zweit-text PIC X(10).
           02 zeile-folge-text PIC X(9).
           02 zeile-kette-text PIC X(20).
           02 zeile-eingabe PIC X(3).
           02 zeile-anforderer PIC XXX.
           02 zeile-duplikate PIC 9(3).
           02 zeile-master PIC 9(3).
           02 ergebnis-position PIC 9(3).

      * Seitenaufbau der Trefferliste
       01  LISTEN-HILFSFELDER.
           02 liste-zeile PIC X(80).
           02 rest-zeile PIC X(80).
           02 zeilen-je-seite PIC 99 VALUE 60.
           02 zeilen-auf-seite PIC 99 VALUE ZERO.
           02 seiten-zaehler PIC 9(4) VALUE ZERO.
           02 heute-zeit PIC X(21).

      * Aufbau einer Trefferzeile
       01  TREFFER-ZEILE.
           02 tz-quelle PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 tz-datum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 tz-uhrzeit PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 tz-lauf PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 tz-operation PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 tz-eingabe PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 tz-zweitwert PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 tz-anforderer PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 tz-art PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 tz-folge PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 tz-kette PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 tz-vermerk PIC X(10).
           02 FILLER PIC X(6) VALUE SPACES.

      * Folgezeile mit dem Ergebnistext, in Stuecken zu 66
      * Zeichen (erweiterte Ergebnisse tragen bis zu 400 Stellen)
       01  ERGEBNIS-ZEILE.
           02 ez-titel PIC X(14).
           02 ez-text PIC X(66).

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: liest die Suchkarten und durchsucht
      * zuerst die verketteten Archivgenerationen, danach das
      * lebende Audit-Protokoll nach Berechnungs- und
      * Duplikatzeilen, die mindestens einer Suchkarte genuegen.
      * Jeder Treffer wird mit Quelle (ARCH bzw. LIVE), Folge-
      * nummer und Ketten-Pruefwert gelistet - damit laesst sich
      * jede Zeile mit AUDCHK bzw. im Archiv nachweisen. Zum
      * Schluss stehen die Trefferzahlen je Quelle.
      *   RC=0  Suche ueber beide Quellen vollstaendig
      *   RC=4  Suchkarte abgewiesen oder eine Quelle nicht
      *         lesbar - Suche nur eingeschraenkt
      *   RC=8  keine gueltige Suchkarte, keine Quelle lesbar
      *         oder Trefferliste nicht verfuegbar
       main SECTION.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE "ARCH" TO qt-kennung(1).
           MOVE "AUDARCH" TO qt-ddname(1).
           MOVE "LIVE" TO qt-kennung(2).
           MOVE "AUDITLOG" TO qt-ddname(2).
           PERFORM VARYING quellen-index FROM 1 BY 1
                   UNTIL quellen-index > 2
               MOVE "N" TO qt-gelesen-kennzeichen(quellen-index)
               MOVE ZERO TO qt-zeilen(quellen-index)
               MOVE ZERO TO qt-berechnungen(quellen-index)
               MOVE ZERO TO qt-treffer-berechnung(quellen-index)
               MOVE ZERO TO qt-treffer-duplikat(quellen-index)
           END-PERFORM.

           PERFORM suchkarten-einlesen.
           IF RETURN-CODE = ZERO
               OPEN OUTPUT listen-datei
               IF listen-dateistatus NOT = "00"
                   DISPLAY "Fehler: Trefferliste SUCHLIST nicht "
                       "verfuegbar (Status " listen-dateistatus
                       "). Suche abgebrochen."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM seitenkopf-schreiben
                   PERFORM suchkarten-auflisten
                   PERFORM archiv-durchsuchen
                   PERFORM protokoll-durchsuchen
                   PERFORM trefferzahlen-schreiben
                   CLOSE listen-datei
                   PERFORM bedingungscode-setzen
               END-IF
           END-IF.

           STOP RUN.


      * Liest die Suchkarten, prueft sie und uebernimmt die
      * gueltigen in die Tabelle. Ohne gueltige Karte wird nicht
      * gesucht - eine leere Auswahl wuerde das gesamte Protokoll
      * drucken.
       suchkarten-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT such-datei.
           IF such-dateistatus NOT = "00"
               DISPLAY "Fehler: Suchkarten SUCHIN nicht verfuegbar "
                   "(Status " such-dateistatus "). Suche abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL dateiende
                   READ such-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF suchkarte NOT = SPACES
                                   AND suchkarte(1:1) NOT = "*"
                               PERFORM suchkarte-pruefen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE such-datei
               IF such-anzahl = ZERO
                   DISPLAY "Fehler: Keine gueltige Suchkarte. Suche "
                       "abgebrochen."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.


      * Prueft eine Suchkarte: gefuellte Felder muessen
      * numerisch bzw. ein gueltiger Operationscode sein, von
      * darf nicht nach bis liegen, und mindestens ein Feld muss
      * gefuellt sein.
       suchkarte-pruefen SECTION.
           ADD 1 TO gelesene-suchkarten.
           MOVE SPACES TO such-fehlertext.
           EVALUATE TRUE
               WHEN such-lauf-von = SPACES AND such-lauf-bis = SPACES
                       AND such-datum-von = SPACES
                       AND such-datum-bis = SPACES
                       AND such-anforderer = SPACES
                       AND such-operation = SPACES
                       AND such-eingabe = SPACES
                       AND such-zweitwert = SPACES
                   MOVE "keine Auswahl angegeben" TO such-fehlertext
               WHEN (such-lauf-von NOT = SPACES
                       AND such-lauf-von IS NOT NUMERIC)
                       OR (such-lauf-bis NOT = SPACES
                       AND such-lauf-bis IS NOT NUMERIC)
                   MOVE "Laufnummer nicht numerisch"
                       TO such-fehlertext
               WHEN (such-datum-von NOT = SPACES
                       AND such-datum-von IS NOT NUMERIC)
                       OR (such-datum-bis NOT = SPACES
                       AND such-datum-bis IS NOT NUMERIC)
                   MOVE "Datum nicht numerisch" TO such-fehlertext
               WHEN such-lauf-von NOT = SPACES
                       AND such-lauf-bis NOT = SPACES
                       AND such-lauf-von > such-lauf-bis
                   MOVE "Laufnummer von nach bis" TO such-fehlertext
               WHEN such-datum-von NOT = SPACES
                       AND such-datum-bis NOT = SPACES
                       AND such-datum-von > such-datum-bis
                   MOVE "Datum von nach bis" TO such-fehlertext
               WHEN NOT (such-operation = SPACES
                       OR such-operation = "FAK"
                       OR such-operation = "PER"
                       OR such-operation = "KOM"
                       OR such-operation = "KMW"
                       OR such-operation = "DER")
                   MOVE "Operationscode ungueltig" TO such-fehlertext
               WHEN such-eingabe NOT = SPACES
                       AND such-eingabe IS NOT NUMERIC
                   MOVE "Operand n nicht dreistellig numerisch"
                       TO such-fehlertext
               WHEN such-zweitwert NOT = SPACES
                       AND such-zweitwert IS NOT NUMERIC
                   MOVE "Operand k nicht zweistellig numerisch"
                       TO such-fehlertext
               WHEN such-anzahl >= 20
                   MOVE "mehr als 20 Suchkarten" TO such-fehlertext
           END-EVALUATE.
           IF suchkarte-gueltig
               ADD 1 TO such-anzahl
               MOVE such-lauf-von TO st-lauf-von(such-anzahl)
               MOVE such-lauf-bis TO st-lauf-bis(such-anzahl)
               MOVE such-datum-von TO st-datum-von(such-anzahl)
               MOVE such-datum-bis TO st-datum-bis(such-anzahl)
               MOVE such-anforderer TO st-anforderer(such-anzahl)
               MOVE such-operation TO st-operation(such-anzahl)
               MOVE such-eingabe TO st-eingabe(such-anzahl)
               MOVE such-zweitwert TO st-zweitwert(such-anzahl)
           ELSE
               ADD 1 TO abgewiesene-suchkarten
               DISPLAY "Fehler: Suchkarte " gelesene-suchkarten
                   " abgewiesen: " such-fehlertext " - """
                   suchkarte """"
           END-IF.


      * Gibt die gueltigen Suchkarten am Anfang der Liste aus,
      * damit die Trefferliste fuer sich selbst spricht.
       suchkarten-auflisten SECTION.
           MOVE SPACES TO liste-zeile.
           STRING "Suchkarten (LAUF-VON/BIS DATUM-VON/BIS ANF OP "
               "N K):"
               DELIMITED BY SIZE INTO liste-zeile.
           PERFORM listenzeile-schreiben.
           PERFORM VARYING such-index FROM 1 BY 1
                   UNTIL such-index > such-anzahl
               MOVE SPACES TO liste-zeile
               STRING "  " st-lauf-von(such-index)
                   " " st-lauf-bis(such-index)
                   " " st-datum-von(such-index)
                   " " st-datum-bis(such-index)
                   " " st-anforderer(such-index)
                   " " st-operation(such-index)
                   " " st-eingabe(such-index)
                   " " st-zweitwert(such-index)
                   DELIMITED BY SIZE INTO liste-zeile
               PERFORM listenzeile-schreiben
           END-PERFORM.
           MOVE SPACES TO liste-zeile.
           PERFORM listenzeile-schreiben.
           MOVE SPACES TO liste-zeile.
           STRING "QUEL DATUM    ZEIT   LAUF OP  N   K  ANF ART "
               "FOLGE     KETTE    VERMERK"
               DELIMITED BY SIZE INTO liste-zeile.
           PERFORM listenzeile-schreiben.


      * Durchsucht die verketteten Archivgenerationen. Fehlt die
      * DD, wird nur das lebende Protokoll durchsucht.
       archiv-durchsuchen SECTION.
           MOVE 1 TO quellen-index.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT archiv-datei.
           IF archiv-dateistatus NOT = "00"
               DISPLAY "Warnung: Archiv AUDARCH nicht verfuegbar "
                   "(Status " archiv-dateistatus "). Es wird nur "
                   "das lebende Protokoll durchsucht."
           ELSE
               SET qt-gelesen(quellen-index) TO TRUE
               PERFORM UNTIL dateiende
                   READ archiv-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           MOVE archiv-satz TO zeile-satz
                           PERFORM zeile-pruefen
                   END-READ
               END-PERFORM
               CLOSE archiv-datei
           END-IF.


      * Durchsucht das lebende Audit-Protokoll.
       protokoll-durchsuchen SECTION.
           MOVE 2 TO quellen-index.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Warnung: Audit-Protokoll AUDITLOG nicht "
                   "verfuegbar (Status " audit-dateistatus "). Es "
                   "wird nur das Archiv durchsucht."
           ELSE
               SET qt-gelesen(quellen-index) TO TRUE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           MOVE audit-satz TO zeile-satz
                           PERFORM zeile-pruefen
                   END-READ
               END-PERFORM
               CLOSE audit-datei
           END-IF.


      * Prueft eine Protokollzeile der aktuellen Quelle. Nur
      * Berechnungs- und Duplikatzeilen (Abschnitt "Operation:")
      * kommen in Frage; Start-, Endemarken und Kettenanker
      * werden nur gezaehlt.
       zeile-pruefen SECTION.
           ADD 1 TO qt-zeilen(quellen-index).
           IF zeile-satz(16:7) = " Lauf: "
                   AND zeile-satz(28:10) = "Operation:"
               ADD 1 TO qt-berechnungen(quellen-index)
               PERFORM zeile-zerlegen
               MOVE "N" TO treffer-kennzeichen
               PERFORM VARYING such-index FROM 1 BY 1
                       UNTIL such-index > such-anzahl
                       OR zeile-trifft
                   PERFORM suchkarte-anwenden
               END-PERFORM
               IF zeile-trifft
                   PERFORM treffer-schreiben
               END-IF
           END-IF.


      * Zerlegt die aktuelle Zeile in ihre Abschnitte, wie
      * folge-abschnitt-zerlegen in AUDCHK und
      * berechnung-zurechnen in VERBUCH.
       zeile-zerlegen SECTION.
           MOVE SPACES TO zeile-inhalt zeile-folge-rest
               zeile-vorspann zeile-rest zeile-wert-teil
               zeile-ergebnis-text zeile-ergebnis
               zeile-anforderer-teil zeile-wert-text
               zeile-zweit-text zeile-folge-text zeile-kette-text.
           UNSTRING zeile-satz DELIMITED BY " Folge: "
               INTO zeile-inhalt zeile-folge-rest
           END-UNSTRING.
           IF zeile-folge-rest NOT = SPACES
               UNSTRING zeile-folge-rest DELIMITED BY " Kette: "
                   INTO zeile-folge-text zeile-kette-text
               END-UNSTRING
           END-IF.
           UNSTRING zeile-inhalt DELIMITED BY " Eingabe: "
               INTO zeile-vorspann zeile-rest
           END-UNSTRING.
           UNSTRING zeile-rest DELIMITED BY " Ergebnis: "
               INTO zeile-wert-teil zeile-ergebnis-text
           END-UNSTRING.
           UNSTRING zeile-wert-teil DELIMITED BY " Zweitwert: "
               INTO zeile-wert-text zeile-zweit-text
           END-UNSTRING.
           UNSTRING zeile-ergebnis-text DELIMITED BY " Anforderer: "
               INTO zeile-ergebnis zeile-anforderer-teil
           END-UNSTRING.
           MOVE zeile-anforderer-teil(1:3) TO zeile-anforderer.
      * Zweistellig protokollierte Eingaben (Standardpfad) fuer
      * den Vergleich mit der dreistelligen Suchkarte auffuellen
           IF zeile-wert-text(3:1) = SPACE
               MOVE "0" TO zeile-eingabe(1:1)
               MOVE zeile-wert-text(1:2) TO zeile-eingabe(2:2)
           ELSE
               MOVE zeile-wert-text(1:3) TO zeile-eingabe
           END-IF.
           MOVE ZERO TO zeile-duplikate.
           INSPECT zeile-ergebnis
               TALLYING zeile-duplikate FOR ALL " (DUPLIKAT)".
           MOVE ZERO TO zeile-master.
           INSPECT zeile-ergebnis
               TALLYING zeile-master FOR ALL " (MASTER)".


      * Wendet die Suchkarte such-index auf die aktuelle Zeile
      * an: jedes gefuellte Feld muss erfuellt sein.
       suchkarte-anwenden SECTION.
           SET kriterium-erfuellt TO TRUE.
           IF st-lauf-von(such-index) NOT = SPACES
                   AND zeile-satz(23:4) < st-lauf-von(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-lauf-bis(such-index) NOT = SPACES
                   AND zeile-satz(23:4) > st-lauf-bis(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-datum-von(such-index) NOT = SPACES
                   AND zeile-satz(1:8) < st-datum-von(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-datum-bis(such-index) NOT = SPACES
                   AND zeile-satz(1:8) > st-datum-bis(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-anforderer(such-index) NOT = SPACES
                   AND zeile-anforderer
                       NOT = st-anforderer(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-operation(such-index) NOT = SPACES
                   AND zeile-satz(39:3)
                       NOT = st-operation(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-eingabe(such-index) NOT = SPACES
                   AND zeile-eingabe NOT = st-eingabe(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF st-zweitwert(such-index) NOT = SPACES
                   AND zeile-zweit-text(1:2)
                       NOT = st-zweitwert(such-index)
               MOVE "N" TO kriterium-kennzeichen
           END-IF.
           IF kriterium-erfuellt
               SET zeile-trifft TO TRUE
           END-IF.


      * Schreibt einen Treffer: Kopfzeile mit Quelle, Zeitpunkt,
      * Lauf, Operanden, Anforderer, Art (BER = Berechnung,
      * DUP = Duplikat), Folge und Kette, danach der Ergebnistext.
       treffer-schreiben SECTION.
           IF zeile-duplikate > ZERO
               ADD 1 TO qt-treffer-duplikat(quellen-index)
           ELSE
               ADD 1 TO qt-treffer-berechnung(quellen-index)
           END-IF.
           ADD 1 TO gesamt-treffer.

           MOVE SPACES TO TREFFER-ZEILE.
           MOVE qt-kennung(quellen-index) TO tz-quelle.
           MOVE zeile-satz(1:8) TO tz-datum.
           MOVE zeile-satz(10:6) TO tz-uhrzeit.
           MOVE zeile-satz(23:4) TO tz-lauf.
           MOVE zeile-satz(39:3) TO tz-operation.
           MOVE zeile-wert-text(1:3) TO tz-eingabe.
           MOVE zeile-zweit-text(1:2) TO tz-zweitwert.
           MOVE zeile-anforderer TO tz-anforderer.
           IF zeile-duplikate > ZERO
               MOVE "DUP" TO tz-art
           ELSE
               MOVE "BER" TO tz-art
           END-IF.
           IF zeile-folge-rest = SPACES
               MOVE "(ohne)" TO tz-folge
           ELSE
               MOVE zeile-folge-text TO tz-folge
               MOVE zeile-kette-text(1:8) TO tz-kette
           END-IF.
           EVALUATE TRUE
               WHEN zeile-ergebnis(1:18) = "UNGUELTIGE EINGABE"
                   MOVE "UNGUELTIG" TO tz-vermerk
               WHEN zeile-ergebnis(1:9) = "UEBERLAUF"
                   MOVE "UEBERLAUF" TO tz-vermerk
               WHEN zeile-ergebnis(1:13) = "SIEHE VORLAUF"
                   MOVE "VORLAUF" TO tz-vermerk
               WHEN zeile-master > ZERO
                   MOVE "MASTER" TO tz-vermerk
           END-EVALUATE.
           MOVE TREFFER-ZEILE TO liste-zeile.
           PERFORM listenzeile-schreiben.

           MOVE "    Ergebnis: " TO ez-titel.
           PERFORM VARYING ergebnis-position FROM 1 BY 66
                   UNTIL ergebnis-position > 594
                   OR zeile-ergebnis(ergebnis-position:) = SPACES
               MOVE zeile-ergebnis(ergebnis-position:66) TO ez-text
               MOVE ERGEBNIS-ZEILE TO liste-zeile
               PERFORM listenzeile-schreiben
               MOVE SPACES TO ez-titel
           END-PERFORM.


      * Schreibt die Trefferzahlen je Quelle an das Listenende
      * und auf SYSOUT.
       trefferzahlen-schreiben SECTION.
           MOVE SPACES TO liste-zeile.
           PERFORM listenzeile-schreiben.
           MOVE SPACES TO liste-zeile.
           STRING "QUEL   DD-NAME  ZEILEN     BERECHNUNG  "
               "TREFFER-BER TREFFER-DUP"
               DELIMITED BY SIZE INTO liste-zeile.
           PERFORM listenzeile-schreiben.
           PERFORM VARYING quellen-index FROM 1 BY 1
                   UNTIL quellen-index > 2
               MOVE SPACES TO liste-zeile
               IF qt-gelesen(quellen-index)
                   STRING qt-kennung(quellen-index) "   "
                       qt-ddname(quellen-index) " "
                       qt-zeilen(quellen-index) "  "
                       qt-berechnungen(quellen-index) "    "
                       qt-treffer-berechnung(quellen-index) "   "
                       qt-treffer-duplikat(quellen-index)
                       DELIMITED BY SIZE INTO liste-zeile
               ELSE
                   STRING qt-kennung(quellen-index) "   "
                       qt-ddname(quellen-index)
                       " nicht gelesen"
                       DELIMITED BY SIZE INTO liste-zeile
               END-IF
               PERFORM listenzeile-schreiben
               DISPLAY "Suche: " qt-kennung(quellen-index) " "
                   qt-zeilen(quellen-index) " Zeilen, "
                   qt-treffer-berechnung(quellen-index)
                   " Berechnungen und "
                   qt-treffer-duplikat(quellen-index)
                   " Duplikate getroffen."
           END-PERFORM.
           MOVE SPACES TO liste-zeile.
           STRING "Treffer gesamt: " gesamt-treffer
               DELIMITED BY SIZE INTO liste-zeile.
           PERFORM listenzeile-schreiben.


      * Setzt den Bedingungscode nach dem Ergebnis der Suche.
       bedingungscode-setzen SECTION.
           EVALUATE TRUE
               WHEN NOT qt-gelesen(1) AND NOT qt-gelesen(2)
                   DISPLAY "Fehler: Weder Archiv noch Protokoll "
                       "lesbar - nichts durchsucht."
                   MOVE 8 TO RETURN-CODE
               WHEN NOT qt-gelesen(1) OR NOT qt-gelesen(2)
                       OR abgewiesene-suchkarten > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.


      * Schreibt den Seitenkopf der Trefferliste.
       seitenkopf-schreiben SECTION.
           ADD 1 TO seiten-zaehler.
           MOVE ZERO TO zeilen-auf-seite.
           MOVE SPACES TO liste-zeile.
           STRING "AUDIT-SUCHE LEBENDES PROTOKOLL UND ARCHIV"
               "   Datum: " heute-zeit(1:8)
               "   Seite: " seiten-zaehler
               DELIMITED BY SIZE INTO liste-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO liste-zeile.
           PERFORM zeile-ausgeben.


      * Schreibt eine Inhaltszeile mit Seitenumbruch, wenn die
      * aktuelle Seite voll ist.
       listenzeile-schreiben SECTION.
           IF zeilen-auf-seite >= zeilen-je-seite
               MOVE liste-zeile TO rest-zeile
               PERFORM seitenkopf-schreiben
               MOVE rest-zeile TO liste-zeile
           END-IF.
           PERFORM zeile-ausgeben.
           ADD 1 TO zeilen-auf-seite.


      * Gibt liste-zeile auf die Trefferliste aus.
       zeile-ausgeben SECTION.
           MOVE liste-zeile TO listen-satz.
           WRITE listen-satz.
