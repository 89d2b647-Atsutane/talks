      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           BERDRUCK.
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
      * Berichtsarchiv (siehe copybooks/MATHBARC.cpy), nur lesend.
      * ACCESS DYNAMIC, da der Nachdruck gezielt auf Lauf und Seite
      * aufsetzt und das Verzeichnis von Lauf zu Lauf springt.
           SELECT archiv-datei ASSIGN TO "BERARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS barc-schluessel
               FILE STATUS IS archiv-dateistatus.
      * Nachgedruckte Seiten
           SELECT druck-datei ASSIGN TO "DRUCKLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS druck-dateistatus.
      * Verzeichnis der archivierten Laeufe
           SELECT verzeichnis-datei ASSIGN TO "VERZLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS verzeichnis-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau gemeinsam mit BERLADEN, siehe
      * copybooks/MATHBARC.cpy
       FD  archiv-datei.
           COPY MATHBARC.

       FD  druck-datei.
       01  druck-satz PIC X(80).

       FD  verzeichnis-datei.
       01  verzeichnis-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 archiv-dateistatus PIC XX.
           02 druck-dateistatus PIC XX.
           02 verzeichnis-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 archiv-offen-kennzeichen PIC X VALUE "N".
               88 archiv-offen VALUE "J".

      * Parameterkarte:
      *   Spalten  1-4   Laufnummer des nachzudruckenden Berichtes
      *                  (leer = nur Verzeichnis)
      *   Spalten  6-9   erste Seite (leer = 1)
      *   Spalten 11-14  letzte Seite (leer = letzte Seite des
      *                  Laufs)
      *   Spalten 16-18  wahlweise Anforderer-Kennung, fuer den der
      *                  Nachdruck bestimmt ist; sie steht im
      *                  Nachdruck-Kopf jeder Seite
       01  PARAMETERKARTE.
           02 parameter-lauf-nummer PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-von-seite PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-bis-seite PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-anforderer PIC XXX VALUE SPACES.

      * Der nachzudruckende Lauf und Seitenbereich
       01  DRUCK-AUSWAHL.
           02 ziel-lauf-nummer PIC 9(4) VALUE ZERO.
           02 ziel-laufdatum PIC X(8).
           02 ziel-seiten-anzahl PIC 9(4) VALUE ZERO.
           02 von-seite PIC 9(4) VALUE ZERO.
           02 bis-seite PIC 9(4) VALUE ZERO.
           02 letzte-seite PIC 9(4) VALUE ZERO.
           02 anforderer-kennzeichen PIC X VALUE "N".
               88 anforderer-im-lauf VALUE "J".
      * Zeigt an, dass der Nachdruck wegen ungueltiger Parameter,
      * fehlender Dateien oder eines nicht archivierten Laufs
      * abgebrochen wurde.
           02 fehler-kennzeichen PIC X VALUE "N".
               88 druck-fehlgeschlagen VALUE "J".
           02 hinweis-kennzeichen PIC X VALUE "N".
               88 druck-mit-hinweis VALUE "J".

      * Von FUNCTION CURRENT-DATE gelieferter Zeitstempel fuer den
      * Nachdruck-Kopf und den Listenkopf
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).

      * Zaehler fuer Abschlussmeldung und Verzeichnis
       01  DRUCK-ZAEHLER.
           02 gedruckte-seiten PIC 9(4) VALUE ZERO.
           02 gedruckte-zeilen PIC 9(6) VALUE ZERO.
           02 archiv-laeufe PIC 9(6) VALUE ZERO.
           02 archiv-seiten PIC 9(8) VALUE ZERO.
           02 abgelaufene-laeufe PIC 9(6) VALUE ZERO.
           02 unvollstaendige-laeufe PIC 9(6) VALUE ZERO.

      * Kopf ueber jeder nachgedruckten Seite; darunter folgt die
      * Seite Zeile fuer Zeile wie im urspruenglichen Bericht.
       01  NACHDRUCK-KOPF.
           02 FILLER PIC X(15) VALUE "*** REPRINT ***".
           02 FILLER PIC X(16) VALUE "  Nachdruck vom ".
           02 nk-datum PIC X(8).
           02 FILLER PIC X(7) VALUE "  Lauf ".
           02 nk-lauf PIC 9(4).
           02 FILLER PIC X(8) VALUE "  Seite ".
           02 nk-seite PIC 9(4).
           02 nk-anforderer-text PIC X(13).
           02 nk-anforderer PIC XXX.
           02 FILLER PIC XX VALUE SPACES.

      * Aufbau einer Zeile des Verzeichnisses
       01  VERZEICHNIS-ZEILE.
           02 vz-lauf PIC 9(4).
           02 FILLER PIC XX VALUE SPACES.
           02 vz-laufdatum PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 vz-seiten PIC Z(5)9.
           02 FILLER PIC XX VALUE SPACES.
           02 vz-zeilen PIC Z(5)9.
           02 FILLER PIC XX VALUE SPACES.
           02 vz-saetze PIC Z(5)9.
           02 FILLER PIC XX VALUE SPACES.
           02 vz-geladen PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 vz-aufbewahren-bis PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 vz-stand PIC X(14).

      * Seitensteuerung des Verzeichnisses wie in den uebrigen
      * Listen der Suite
       01  LISTEN-HILFSFELDER.
           02 bericht-zeile PIC X(80).
           02 rest-zeile PIC X(80).
           02 zeilen-je-seite PIC 99 VALUE 60.
           02 zeilen-auf-seite PIC 99 VALUE ZERO.
           02 seiten-zaehler PIC 9(4) VALUE ZERO.

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: druckt die gewaehlten Seiten eines
      * archivierten Laufs unveraendert nach, jede Seite unter
      * einem REPRINT-Kopf mit Nachdruckdatum, und listet danach
      * das Verzeichnis aller archivierten Laeufe mit Seitenzahl,
      * Laufdatum und Aufbewahrungsfrist. Eine Karte ohne
      * Laufnummer listet nur das Verzeichnis.
      *   RC=0  Nachdruck und Verzeichnis vollstaendig
      *   RC=4  Nachdruck mit Hinweis (Seitenbereich auf den Lauf
      *         gekuerzt, Anforderer ohne Saetze im Lauf)
      *   RC=8  ungueltige Parameterkarte, Lauf nicht im Archiv
      *         oder Datei nicht verfuegbar
       main SECTION.
           ACCEPT PARAMETERKARTE.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           PERFORM parameter-pruefen.

           IF NOT druck-fehlgeschlagen
               OPEN INPUT archiv-datei
               IF archiv-dateistatus = "00"
                   SET archiv-offen TO TRUE
               ELSE
                   DISPLAY "Fehler: Berichtsarchiv BERARCH nicht "
                       "verfuegbar (Status " archiv-dateistatus
                       "). Abgebrochen."
                   SET druck-fehlgeschlagen TO TRUE
               END-IF
           END-IF.

           IF NOT druck-fehlgeschlagen
                   AND parameter-lauf-nummer NOT = SPACES
               PERFORM nachdruck-vorbereiten
               IF NOT druck-fehlgeschlagen
                       AND parameter-anforderer NOT = SPACES
                   PERFORM anforderer-pruefen
               END-IF
               IF NOT druck-fehlgeschlagen
                   PERFORM nachdruck-schreiben
               END-IF
           END-IF.

           IF archiv-offen
               PERFORM verzeichnis-schreiben
               CLOSE archiv-datei
           END-IF.

           EVALUATE TRUE
               WHEN druck-fehlgeschlagen
                   MOVE 8 TO RETURN-CODE
               WHEN druck-mit-hinweis
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Prueft die Felder der Parameterkarte.
       parameter-pruefen SECTION.
           IF parameter-lauf-nummer = SPACES
               IF parameter-von-seite NOT = SPACES
                       OR parameter-bis-seite NOT = SPACES
                       OR parameter-anforderer NOT = SPACES
                   DISPLAY "Fehler: Seitenbereich bzw. Anforderer "
                       "ohne Laufnummer auf der Parameterkarte. "
                       "Abgebrochen."
                   SET druck-fehlgeschlagen TO TRUE
               END-IF
           ELSE
               IF parameter-lauf-nummer IS NUMERIC
                   MOVE parameter-lauf-nummer TO ziel-lauf-nummer
               ELSE
                   DISPLAY "Fehler: Ungueltige Laufnummer """
                       parameter-lauf-nummer """ auf der "
                       "Parameterkarte. Abgebrochen."
                   SET druck-fehlgeschlagen TO TRUE
               END-IF
           END-IF.
           IF (parameter-von-seite NOT = SPACES
                   AND parameter-von-seite NOT NUMERIC)
                   OR (parameter-bis-seite NOT = SPACES
                   AND parameter-bis-seite NOT NUMERIC)
               DISPLAY "Fehler: Ungueltiger Seitenbereich """
                   parameter-von-seite "-" parameter-bis-seite
                   """ auf der Parameterkarte. Abgebrochen."
               SET druck-fehlgeschlagen TO TRUE
           END-IF.


      * Liest den Verzeichnissatz des Laufs und legt den
      * Seitenbereich fest. Ein ueber das Ende des Laufs
      * hinausreichender Bereich wird mit Hinweis gekuerzt.
       nachdruck-vorbereiten SECTION.
           MOVE ziel-lauf-nummer TO barc-lauf-nummer.
           MOVE ZERO TO barc-seite.
           MOVE ZERO TO barc-zeile.
           READ archiv-datei KEY IS barc-schluessel
               INVALID KEY
                   MOVE SPACE TO barc-satzart
           END-READ.
           IF NOT barc-verzeichnis
               DISPLAY "Fehler: Lauf " ziel-lauf-nummer " nicht im "
                   "Berichtsarchiv (nie geladen oder bereits "
                   "geloescht, siehe Verzeichnis). Abgebrochen."
               SET druck-fehlgeschlagen TO TRUE
           ELSE
               MOVE barc-laufdatum TO ziel-laufdatum
               MOVE barc-seiten-anzahl TO ziel-seiten-anzahl
               IF parameter-von-seite = SPACES
                   MOVE 1 TO von-seite
               ELSE
                   MOVE parameter-von-seite TO von-seite
               END-IF
               IF parameter-bis-seite = SPACES
                   MOVE ziel-seiten-anzahl TO bis-seite
               ELSE
                   MOVE parameter-bis-seite TO bis-seite
               END-IF
               IF von-seite = ZERO
                   MOVE 1 TO von-seite
               END-IF
               EVALUATE TRUE
                   WHEN von-seite > bis-seite
                       DISPLAY "Fehler: Seitenbereich " von-seite
                           "-" bis-seite " ist leer. Abgebrochen."
                       SET druck-fehlgeschlagen TO TRUE
                   WHEN von-seite > ziel-seiten-anzahl
                       DISPLAY "Fehler: Lauf " ziel-lauf-nummer
                           " hat nur " ziel-seiten-anzahl
                           " Seiten. Abgebrochen."
                       SET druck-fehlgeschlagen TO TRUE
                   WHEN bis-seite > ziel-seiten-anzahl
                       DISPLAY "Hinweis: Lauf " ziel-lauf-nummer
                           " hat nur " ziel-seiten-anzahl
                           " Seiten - Nachdruck bis Seite "
                           ziel-seiten-anzahl "."
                       MOVE ziel-seiten-anzahl TO bis-seite
                       SET druck-mit-hinweis TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


      * Sucht die Anforderer-Summenzeile des Berichtsabschlusses
      * (letzte Seite, festes Praefix "Anforderer " wie in
      * FACRECON). Fehlt sie, hatte der Anforderer keine Saetze im
      * Lauf - vermutlich ist die Laufnummer verwechselt; der
      * Nachdruck wird trotzdem erstellt.
       anforderer-pruefen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE ziel-lauf-nummer TO barc-lauf-nummer.
           MOVE ziel-seiten-anzahl TO barc-seite.
           MOVE ZERO TO barc-zeile.
           START archiv-datei
               KEY IS NOT LESS THAN barc-schluessel
               INVALID KEY
                   SET dateiende TO TRUE
           END-START.
           PERFORM UNTIL dateiende OR anforderer-im-lauf
               READ archiv-datei NEXT
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       IF barc-lauf-nummer NOT = ziel-lauf-nummer
                           SET dateiende TO TRUE
                       ELSE
                           IF barc-zeilenbild(1:11) = "Anforderer "
                                   AND barc-zeilenbild(12:3)
                                       = parameter-anforderer
                               SET anforderer-im-lauf TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO dateiende-kennzeichen.
           IF NOT anforderer-im-lauf
               DISPLAY "Warnung: Anforderer " parameter-anforderer
                   " hat im Lauf " ziel-lauf-nummer " keine "
                   "Saetze - Nachdruck wird trotzdem erstellt."
               SET druck-mit-hinweis TO TRUE
           END-IF.


      * Druckt die Seiten von-seite bis bis-seite des Laufs, jede
      * unter ihrem Nachdruck-Kopf.
       nachdruck-schreiben SECTION.
           OPEN OUTPUT druck-datei.
           IF druck-dateistatus NOT = "00"
               DISPLAY "Fehler: Nachdruckliste DRUCKLST nicht "
                   "verfuegbar (Status " druck-dateistatus "). "
                   "Abgebrochen."
               SET druck-fehlgeschlagen TO TRUE
           ELSE
               MOVE heute-zeit(1:8) TO nk-datum
               MOVE ziel-lauf-nummer TO nk-lauf
               IF parameter-anforderer = SPACES
                   MOVE SPACES TO nk-anforderer-text
               ELSE
                   MOVE "  Anforderer " TO nk-anforderer-text
               END-IF
               MOVE parameter-anforderer TO nk-anforderer
               MOVE "N" TO dateiende-kennzeichen
               MOVE ziel-lauf-nummer TO barc-lauf-nummer
               MOVE von-seite TO barc-seite
               MOVE ZERO TO barc-zeile
               START archiv-datei
                   KEY IS NOT LESS THAN barc-schluessel
                   INVALID KEY
                       SET dateiende TO TRUE
               END-START
               PERFORM UNTIL dateiende
                   READ archiv-datei NEXT
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF barc-lauf-nummer NOT = ziel-lauf-nummer
                                   OR barc-seite > bis-seite
                               SET dateiende TO TRUE
                           ELSE
                               PERFORM nachdruckzeile-schreiben
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO dateiende-kennzeichen
               CLOSE druck-datei
               DISPLAY "Nachdruck Lauf " ziel-lauf-nummer " vom "
                   ziel-laufdatum ": Seiten " von-seite "-"
                   bis-seite ", " gedruckte-seiten " Seiten, "
                   gedruckte-zeilen " Zeilen."
           END-IF.


      * Schreibt eine archivierte Zeile; vor der ersten Zeile
      * einer Seite steht deren Nachdruck-Kopf.
       nachdruckzeile-schreiben SECTION.
           IF barc-seite NOT = letzte-seite
               MOVE barc-seite TO letzte-seite
               MOVE barc-seite TO nk-seite
               MOVE NACHDRUCK-KOPF TO druck-satz
               WRITE druck-satz
               MOVE SPACES TO druck-satz
               WRITE druck-satz
               ADD 1 TO gedruckte-seiten
           END-IF.
           MOVE barc-zeilenbild TO druck-satz.
           WRITE druck-satz.
           ADD 1 TO gedruckte-zeilen.


      * Listet je archiviertem Lauf seinen Verzeichnissatz. Nach
      * jedem Lauf wird hinter dessen letzten moeglichen
      * Schluessel positioniert, statt alle Zeilen zu lesen.
       verzeichnis-schreiben SECTION.
           OPEN OUTPUT verzeichnis-datei.
           IF verzeichnis-dateistatus NOT = "00"
               DISPLAY "Fehler: Verzeichnisliste VERZLIST nicht "
                   "verfuegbar (Status " verzeichnis-dateistatus
                   "). Abgebrochen."
               SET druck-fehlgeschlagen TO TRUE
           ELSE
               PERFORM seitenkopf-schreiben
               MOVE "N" TO dateiende-kennzeichen
               MOVE ZERO TO barc-schluessel
               START archiv-datei
                   KEY IS NOT LESS THAN barc-schluessel
                   INVALID KEY
                       SET dateiende TO TRUE
               END-START
               PERFORM UNTIL dateiende
                   READ archiv-datei NEXT
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM verzeichniszeile-schreiben
                           MOVE 9999 TO barc-seite
                           MOVE 9999 TO barc-zeile
                           START archiv-datei
                               KEY IS GREATER THAN barc-schluessel
                               INVALID KEY
                                   SET dateiende TO TRUE
                           END-START
                   END-READ
               END-PERFORM
               MOVE "N" TO dateiende-kennzeichen
               PERFORM verzeichnis-abschluss-schreiben
               CLOSE verzeichnis-datei
           END-IF.


      * Schreibt die Verzeichniszeile des eben gelesenen Laufs.
      * Ein Lauf, dessen erster Satz kein Verzeichnissatz ist,
      * wurde nicht vollstaendig geladen.
       verzeichniszeile-schreiben SECTION.
           MOVE barc-lauf-nummer TO vz-lauf.
           IF barc-verzeichnis
               MOVE barc-laufdatum TO vz-laufdatum
               MOVE barc-seiten-anzahl TO vz-seiten
               MOVE barc-zeilen-anzahl TO vz-zeilen
               MOVE barc-saetze-anzahl TO vz-saetze
               MOVE barc-geladen-datum TO vz-geladen
               MOVE barc-aufbewahren-bis TO vz-aufbewahren-bis
               ADD 1 TO archiv-laeufe
               ADD barc-seiten-anzahl TO archiv-seiten
               IF barc-aufbewahren-bis < heute-zeit(1:8)
                   MOVE "ABGELAUFEN" TO vz-stand
                   ADD 1 TO abgelaufene-laeufe
               ELSE
                   MOVE SPACES TO vz-stand
               END-IF
           ELSE
               MOVE SPACES TO vz-laufdatum
               MOVE ZERO TO vz-seiten
               MOVE ZERO TO vz-zeilen
               MOVE ZERO TO vz-saetze
               MOVE SPACES TO vz-geladen
               MOVE SPACES TO vz-aufbewahren-bis
               MOVE "UNVOLLSTAENDIG" TO vz-stand
               ADD 1 TO unvollstaendige-laeufe
           END-IF.
           MOVE VERZEICHNIS-ZEILE TO bericht-zeile.
           PERFORM berichtszeile-schreiben.


      * Schreibt die Abschlusszeilen des Verzeichnisses.
       verzeichnis-abschluss-schreiben SECTION.
           MOVE SPACES TO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           MOVE SPACES TO bericht-zeile.
           STRING "Laeufe im Archiv: " archiv-laeufe
               "  Seiten: " archiv-seiten
               "  abgelaufen: " abgelaufene-laeufe
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM berichtszeile-schreiben.
           IF unvollstaendige-laeufe > ZERO
               MOVE SPACES TO bericht-zeile
               STRING "Unvollstaendig geladen: "
                   unvollstaendige-laeufe
                   " Laeufe - neu laden oder bereinigen."
                   DELIMITED BY SIZE INTO bericht-zeile
               PERFORM berichtszeile-schreiben
           END-IF.


      * Schreibt Titel und Spaltenkopf einer neuen Seite.
       seitenkopf-schreiben SECTION.
           ADD 1 TO seiten-zaehler.
           MOVE ZERO TO zeilen-auf-seite.
           MOVE SPACES TO bericht-zeile.
           STRING "BERICHTSARCHIV - VERZEICHNIS"
               "                Datum: " heute-zeit(1:8)
               "  Seite: " seiten-zaehler
               DELIMITED BY SIZE INTO bericht-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO bericht-zeile.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO bericht-zeile.
           STRING "LAUF  DATUM     SEITEN  ZEILEN  SAETZE  GELADEN"
               "   AUFB.BIS  STAND"
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


      * Gibt eine Zeile in die Verzeichnisliste aus.
       zeile-ausgeben SECTION.
           MOVE bericht-zeile TO verzeichnis-satz.
           WRITE verzeichnis-satz.
