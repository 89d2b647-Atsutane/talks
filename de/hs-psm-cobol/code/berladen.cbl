      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           BERLADEN.
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
      * Formatierter Bericht des Batch-Laufs, ueber mehrere Laeufe
      * fortgeschrieben (DISP=MOD in FACJOB)
           SELECT bericht-datei ASSIGN TO "BATCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bericht-dateistatus.
      * Berichtsarchiv, indiziert ueber Laufnummer, Seite und Zeile
      * (siehe copybooks/MATHBARC.cpy). ACCESS DYNAMIC, da ein
      * erneut geladener Lauf zuerst der Reihe nach entfernt und
      * dann satzweise eingetragen wird.
           SELECT archiv-datei ASSIGN TO "BERARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS barc-schluessel
               FILE STATUS IS archiv-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzlaenge wie batch-berichtsatz in FACULTYPGM
       FD  bericht-datei.
       01  bericht-satz PIC X(80).

      * Satzaufbau gemeinsam mit BERDRUCK, siehe
      * copybooks/MATHBARC.cpy
       FD  archiv-datei.
           COPY MATHBARC.

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 bericht-dateistatus PIC XX.
           02 archiv-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 archiv-offen-kennzeichen PIC X VALUE "N".
               88 archiv-offen VALUE "J".

      * Parameterkarte:
      *   Spalte   1     Modus: L oder leer = Bericht des Laufs
      *                  laden, B = abgelaufene Laeufe loeschen
      *   Spalten  3-6   Laufnummer des zu ladenden Berichtes
      *                  (leer = juengster Bericht in BATCHOUT)
      *   Spalten  8-11  Aufbewahrungsfrist in Tagen ab Laufdatum
      *                  (leer = 365)
      *   Spalten 13-20  Stichtag JJJJMMTT des Loeschens: geloescht
      *                  wird, was nur bis vor diesem Tag aufzu-
      *                  bewahren war (leer = Tagesdatum)
       01  PARAMETERKARTE.
           02 parameter-modus PIC X VALUE SPACE.
               88 modus-laden VALUE "L" SPACE.
               88 modus-bereinigen VALUE "B".
           02 FILLER PIC X VALUE SPACE.
           02 parameter-lauf-nummer PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-frist PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-stichtag PIC X(8) VALUE SPACES.

      * Geltende Aufbewahrungsfrist, Stichtag und Tagesdatum
       01  LADE-HILFSFELDER.
           02 aufbewahrungs-frist PIC 9(4) VALUE 365.
           02 loesch-stichtag PIC X(8).
           02 heute-zeit PIC X(21).
           02 datum-zahl PIC 9(8).
      * Zeigt an, dass der Lauf wegen ungueltiger Parameter,
      * fehlender Dateien oder eines nicht abgrenzbaren Berichtes
      * abgebrochen wurde.
           02 fehler-kennzeichen PIC X VALUE "N".
               88 laden-fehlgeschlagen VALUE "J".
           02 hinweis-kennzeichen PIC X VALUE "N".
               88 laden-mit-hinweis VALUE "J".

      * Abgrenzung der Laeufe im fortgeschriebenen Bericht: ein
      * Lauf beginnt mit dem ersten Seitenkopf nach dem Abschluss
      * des vorigen Laufs ("Anzahl verarbeiteter Saetze: ") und
      * reicht bis vor den naechsten solchen Seitenkopf. Ein nach
      * einem Abbruch fortgesetzter Bericht bleibt so ein Lauf,
      * auch wenn seine letzten Seiten die Laufnummer des
      * Neustarts tragen; massgeblich ist die Laufnummer des
      * letzten Seitenkopfes - der Lauf, der den Bericht
      * abgeschlossen hat.
       01  BERICHT-ABGRENZUNG.
           02 zeilen-nummer PIC 9(6) VALUE ZERO.
           02 lfd-anfang PIC 9(6) VALUE ZERO.
           02 lfd-ende PIC 9(6) VALUE ZERO.
           02 lfd-lauf-nummer PIC X(4).
           02 lfd-laufdatum PIC X(8).
           02 lfd-saetze PIC X(6).
           02 lfd-abschluss-kennzeichen PIC X VALUE "N".
               88 lfd-abgeschlossen VALUE "J".
      * Der zu ladende Lauf
           02 ziel-anfang PIC 9(6) VALUE ZERO.
           02 ziel-ende PIC 9(6) VALUE ZERO.
           02 ziel-lauf-nummer PIC X(4).
           02 ziel-laufdatum PIC X(8).
           02 ziel-saetze PIC X(6).
           02 ziel-abschluss-kennzeichen PIC X VALUE "N".
               88 ziel-abgeschlossen VALUE "J".
           02 ziel-gefunden-kennzeichen PIC X VALUE "N".
               88 ziel-gefunden VALUE "J".

      * Zaehler fuer Laden und Loeschen
       01  ARCHIV-ZAEHLER.
           02 seiten-nummer PIC 9(4) VALUE ZERO.
           02 zeilen-auf-seite PIC 9(4) VALUE ZERO.
           02 geladene-zeilen PIC 9(6) VALUE ZERO.
           02 ersetzte-saetze PIC 9(6) VALUE ZERO.
           02 geloeschte-laeufe PIC 9(6) VALUE ZERO.
           02 geloeschte-saetze PIC 9(6) VALUE ZERO.
           02 behaltene-laeufe PIC 9(6) VALUE ZERO.
           02 verwaiste-laeufe PIC 9(6) VALUE ZERO.

      * Steuerung des Loeschdurchlaufs: Lauf des zuletzt gelesenen
      * Satzes und ob dessen Saetze geloescht werden
       01  LOESCH-STEUERUNG.
           02 akt-lauf-nummer PIC 9(4) VALUE ZERO.
           02 erster-satz-kennzeichen PIC X VALUE "J".
               88 erster-satz VALUE "J".
           02 loesch-kennzeichen PIC X VALUE "N".
               88 lauf-loeschen VALUE "J".

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: laedt den formatierten Bericht eines
      * abgestimmten Laufs aus BATCHOUT seitenweise in das
      * Berichtsarchiv (FACJOB, nach FACRECON), oder loescht im
      * Modus B alle Laeufe, deren Aufbewahrungsfrist abgelaufen
      * ist (BERAJOB). Damit ist der Bericht eines Laufs auch nach
      * dem Leeren von PROD.FACULTY.REPORT ohne Rueckspeicherung
      * per BERDRUCK nachzudrucken.
      *   RC=0  Lauf geladen bzw. abgelaufene Laeufe geloescht
      *   RC=4  geladen bzw. geloescht mit Hinweis (Lauf ohne
      *         Laufnummer, unvollstaendig geladene Laeufe
      *         entfernt)
      *   RC=8  ungueltige Parameterkarte, Datei nicht verfuegbar,
      *         Bericht des Laufs nicht vollstaendig in BATCHOUT
      *         oder Archivsatz nicht schreib- bzw. loeschbar
       main SECTION.
           ACCEPT PARAMETERKARTE.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           PERFORM parameter-pruefen.

           IF NOT laden-fehlgeschlagen AND modus-laden
               PERFORM bericht-abgrenzen
           END-IF.
           IF NOT laden-fehlgeschlagen
               PERFORM archiv-oeffnen
           END-IF.
           IF NOT laden-fehlgeschlagen
               IF modus-laden
                   PERFORM lauf-entfernen
                   IF NOT laden-fehlgeschlagen
                       PERFORM bericht-laden
                   END-IF
               ELSE
                   PERFORM abgelaufene-loeschen
               END-IF
           END-IF.

           IF archiv-offen
               CLOSE archiv-datei
           END-IF.

           EVALUATE TRUE
               WHEN laden-fehlgeschlagen
                   MOVE 8 TO RETURN-CODE
               WHEN laden-mit-hinweis
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Prueft die Parameterkarte und setzt Frist und Stichtag.
       parameter-pruefen SECTION.
           IF NOT modus-laden AND NOT modus-bereinigen
               DISPLAY "Fehler: Ungueltiger Modus """
                   parameter-modus """ auf der Parameterkarte "
                   "(L oder B). Abgebrochen."
               SET laden-fehlgeschlagen TO TRUE
           END-IF.
           IF parameter-lauf-nummer NOT = SPACES
                   AND parameter-lauf-nummer NOT NUMERIC
               DISPLAY "Fehler: Ungueltige Laufnummer """
                   parameter-lauf-nummer """ auf der "
                   "Parameterkarte. Abgebrochen."
               SET laden-fehlgeschlagen TO TRUE
           END-IF.
           IF parameter-frist NOT = SPACES
               IF parameter-frist IS NUMERIC
                   MOVE parameter-frist TO aufbewahrungs-frist
               ELSE
                   DISPLAY "Fehler: Ungueltige Aufbewahrungsfrist """
                       parameter-frist """ auf der "
                       "Parameterkarte. Abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
               END-IF
           END-IF.
           IF parameter-stichtag = SPACES
               MOVE heute-zeit(1:8) TO loesch-stichtag
           ELSE
               IF parameter-stichtag IS NUMERIC
                   MOVE parameter-stichtag TO loesch-stichtag
               ELSE
                   DISPLAY "Fehler: Ungueltiger Stichtag """
                       parameter-stichtag """ auf der "
                       "Parameterkarte. Abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
               END-IF
           END-IF.


      * Erster Durchlauf ueber den Bericht: grenzt die Laeufe ab
      * und merkt sich den zu ladenden - ohne Laufnummer auf der
      * Parameterkarte den letzten der Datei, sonst den letzten
      * mit dieser Laufnummer. Geladen wird nur ein Bericht mit
      * Abschluss; ohne Abschluss ist der Lauf abgebrochen oder
      * der Bericht unvollstaendig, und FACRECON haette ihn nicht
      * durchgelassen.
       bericht-abgrenzen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT bericht-datei.
           IF bericht-dateistatus NOT = "00"
               DISPLAY "Fehler: Bericht BATCHOUT nicht verfuegbar "
                   "(Status " bericht-dateistatus "). Laden "
                   "abgebrochen."
               SET laden-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ bericht-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           ADD 1 TO zeilen-nummer
                           PERFORM berichtszeile-abgrenzen
                   END-READ
               END-PERFORM
               CLOSE bericht-datei
               IF lfd-anfang > ZERO
                   MOVE zeilen-nummer TO lfd-ende
                   PERFORM lauf-vormerken
               END-IF
               MOVE "N" TO dateiende-kennzeichen
               PERFORM abgrenzung-bewerten
           END-IF.


      * Ordnet eine Berichtszeile der Laufabgrenzung zu. Die
      * Erkennung der Kopf- und Abschlusszeilen folgt FACRECON.
       berichtszeile-abgrenzen SECTION.
           EVALUATE TRUE
               WHEN bericht-satz(1:20) = "FAKULTAETSBERECHNUNG"
                   IF lfd-anfang = ZERO OR lfd-abgeschlossen
                       IF lfd-anfang > ZERO
                           COMPUTE lfd-ende = zeilen-nummer - 1
                           PERFORM lauf-vormerken
                       END-IF
                       MOVE zeilen-nummer TO lfd-anfang
                       MOVE "N" TO lfd-abschluss-kennzeichen
                       MOVE SPACES TO lfd-laufdatum
                       MOVE SPACES TO lfd-saetze
                   END-IF
                   MOVE bericht-satz(44:4) TO lfd-lauf-nummer
               WHEN bericht-satz(1:10) = "Laufdatum:"
                   MOVE bericht-satz(12:8) TO lfd-laufdatum
               WHEN bericht-satz(1:29)
                       = "Anzahl verarbeiteter Saetze: "
                   MOVE bericht-satz(30:6) TO lfd-saetze
                   SET lfd-abgeschlossen TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Merkt sich den eben abgegrenzten Lauf, wenn er der
      * gesuchte ist; spaetere Treffer ersetzen fruehere.
       lauf-vormerken SECTION.
           IF parameter-lauf-nummer = SPACES
                   OR parameter-lauf-nummer = lfd-lauf-nummer
               MOVE lfd-anfang TO ziel-anfang
               MOVE lfd-ende TO ziel-ende
               MOVE lfd-lauf-nummer TO ziel-lauf-nummer
               MOVE lfd-laufdatum TO ziel-laufdatum
               MOVE lfd-saetze TO ziel-saetze
               MOVE lfd-abschluss-kennzeichen
                   TO ziel-abschluss-kennzeichen
               SET ziel-gefunden TO TRUE
           END-IF.


      * Prueft, ob der gefundene Lauf geladen werden kann.
       abgrenzung-bewerten SECTION.
           EVALUATE TRUE
               WHEN NOT ziel-gefunden
                   IF parameter-lauf-nummer = SPACES
                       DISPLAY "Fehler: Kein Bericht in BATCHOUT. "
                           "Laden abgebrochen."
                   ELSE
                       DISPLAY "Fehler: Kein Bericht zu Lauf "
                           parameter-lauf-nummer " in BATCHOUT. "
                           "Laden abgebrochen."
                   END-IF
                   SET laden-fehlgeschlagen TO TRUE
               WHEN ziel-lauf-nummer NOT NUMERIC
                   DISPLAY "Fehler: Berichtskopf ohne lesbare "
                       "Laufnummer (""" ziel-lauf-nummer """). "
                       "Laden abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
               WHEN NOT ziel-abgeschlossen
                   DISPLAY "Fehler: Bericht des Laufs "
                       ziel-lauf-nummer " ohne Abschluss in "
                       "BATCHOUT (Lauf abgebrochen?). Laden "
                       "abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
               WHEN ziel-lauf-nummer = "0000"
                   DISPLAY "Hinweis: Bericht ohne Laufnummer "
                       "(RUNCTL war nicht verfuegbar) - wird unter "
                       "Lauf 0000 abgelegt und ersetzt einen dort "
                       "abgelegten Bericht."
                   SET laden-mit-hinweis TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Oeffnet das Berichtsarchiv; existiert es noch nicht
      * (Dateistatus 35), wird es beim Laden leer neu angelegt und
      * erneut im I-O-Modus geoeffnet - wie abweis-master-oeffnen
      * in REJLOAD. Zum Loeschen muss es bereits bestehen.
       archiv-oeffnen SECTION.
           OPEN I-O archiv-datei.
           IF archiv-dateistatus = "35" AND modus-laden
               OPEN OUTPUT archiv-datei
               IF archiv-dateistatus = "00"
                   CLOSE archiv-datei
                   OPEN I-O archiv-datei
               END-IF
           END-IF.
           IF archiv-dateistatus = "00"
               SET archiv-offen TO TRUE
           ELSE
               DISPLAY "Fehler: Berichtsarchiv BERARCH nicht "
                   "verfuegbar (Status " archiv-dateistatus "). "
                   "Abgebrochen."
               SET laden-fehlgeschlagen TO TRUE
           END-IF.


      * Entfernt alle Saetze des zu ladenden Laufs aus dem Archiv,
      * damit ein wiederholtes Laden (Wiederholung des Jobs nach
      * einem Neustart) den Lauf vollstaendig ersetzt, statt alte
      * und neue Zeilen zu mischen. Laesst sich ein Satz nicht
      * loeschen, wird das Laden abgebrochen.
       lauf-entfernen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE ziel-lauf-nummer TO barc-lauf-nummer.
           MOVE ZERO TO barc-seite.
           MOVE ZERO TO barc-zeile.
           START archiv-datei
               KEY IS NOT LESS THAN barc-schluessel
               INVALID KEY
                   SET dateiende TO TRUE
           END-START.
           PERFORM UNTIL dateiende
               READ archiv-datei NEXT
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       IF barc-lauf-nummer NOT = ziel-lauf-nummer
                           SET dateiende TO TRUE
                       ELSE
                           DELETE archiv-datei RECORD
                           END-DELETE
                           IF archiv-dateistatus = "00"
                               ADD 1 TO ersetzte-saetze
                           ELSE
                               DISPLAY "Fehler: Satz " barc-schluessel
                                   " nicht aus BERARCH loeschbar "
                                   "(Status " archiv-dateistatus
                                   "). Laden abgebrochen."
                               SET laden-fehlgeschlagen TO TRUE
                               SET dateiende TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO dateiende-kennzeichen.
           IF ersetzte-saetze > ZERO
               DISPLAY "Hinweis: Lauf " ziel-lauf-nummer
                   " war bereits im Berichtsarchiv - "
                   ersetzte-saetze " Saetze werden ersetzt."
           END-IF.


      * Zweiter Durchlauf ueber den Bericht: traegt jede Zeile des
      * Laufs unveraendert unter Seite und Zeile ein und schreibt
      * zuletzt den Verzeichnissatz. Die Seiten werden selbst
      * gezaehlt statt dem Seitenkopf entnommen, da dessen
      * zweistellige Seitenzahl bei sehr langen Berichten
      * ueberlaeuft.
       bericht-laden SECTION.
           MOVE ZERO TO zeilen-nummer.
           OPEN INPUT bericht-datei.
           IF bericht-dateistatus NOT = "00"
               DISPLAY "Fehler: Bericht BATCHOUT nicht verfuegbar "
                   "(Status " bericht-dateistatus "). Laden "
                   "abgebrochen."
               SET laden-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende OR laden-fehlgeschlagen
                   READ bericht-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           ADD 1 TO zeilen-nummer
                           IF zeilen-nummer > ziel-ende
                               SET dateiende TO TRUE
                           ELSE
                               IF zeilen-nummer >= ziel-anfang
                                   PERFORM berichtszeile-eintragen
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE bericht-datei
               MOVE "N" TO dateiende-kennzeichen
               IF NOT laden-fehlgeschlagen
                   PERFORM verzeichnissatz-schreiben
               END-IF
           END-IF.


      * Traegt eine Berichtszeile ein; ein Seitenkopf beginnt eine
      * neue Seite.
       berichtszeile-eintragen SECTION.
           IF bericht-satz(1:20) = "FAKULTAETSBERECHNUNG"
               ADD 1 TO seiten-nummer
               MOVE ZERO TO zeilen-auf-seite
           END-IF.
           ADD 1 TO zeilen-auf-seite.
           MOVE SPACES TO BERICHTSARCHIV-SATZ.
           MOVE ziel-lauf-nummer TO barc-lauf-nummer.
           MOVE seiten-nummer TO barc-seite.
           MOVE zeilen-auf-seite TO barc-zeile.
           SET barc-berichtszeile TO TRUE.
           MOVE bericht-satz TO barc-zeilenbild.
           WRITE BERICHTSARCHIV-SATZ
               INVALID KEY
                   DISPLAY "Fehler: Zeile " barc-schluessel
                       " nicht in BERARCH eintragbar (Status "
                       archiv-dateistatus "). Laden abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
               NOT INVALID KEY
                   ADD 1 TO geladene-zeilen
           END-WRITE.


      * Schreibt den Verzeichnissatz des Laufs. Die Frist laeuft
      * ab dem Laufdatum des Berichtskopfes, ohne lesbares
      * Laufdatum ab dem Tag des Ladens.
       verzeichnissatz-schreiben SECTION.
           MOVE SPACES TO BERICHTSARCHIV-SATZ.
           MOVE ziel-lauf-nummer TO barc-lauf-nummer.
           MOVE ZERO TO barc-seite.
           MOVE ZERO TO barc-zeile.
           SET barc-verzeichnis TO TRUE.
           IF ziel-laufdatum IS NUMERIC
               MOVE ziel-laufdatum TO barc-laufdatum
           ELSE
               MOVE heute-zeit(1:8) TO barc-laufdatum
           END-IF.
           MOVE seiten-nummer TO barc-seiten-anzahl.
           MOVE geladene-zeilen TO barc-zeilen-anzahl.
           INSPECT ziel-saetze REPLACING ALL SPACE BY "0".
           IF ziel-saetze IS NUMERIC
               MOVE ziel-saetze TO barc-saetze-anzahl
           ELSE
               MOVE ZERO TO barc-saetze-anzahl
           END-IF.
           MOVE heute-zeit(1:8) TO barc-geladen-datum.
           MOVE barc-laufdatum TO datum-zahl.
           COMPUTE datum-zahl = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(datum-zahl)
               + aufbewahrungs-frist).
           MOVE datum-zahl TO barc-aufbewahren-bis.
           WRITE BERICHTSARCHIV-SATZ
               INVALID KEY
                   DISPLAY "Fehler: Verzeichnissatz des Laufs "
                       ziel-lauf-nummer " nicht in BERARCH "
                       "eintragbar (Status " archiv-dateistatus
                       "). Laden abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
               NOT INVALID KEY
                   DISPLAY "Berichtsarchiv Lauf " ziel-lauf-nummer
                       " vom " barc-laufdatum ": "
                       barc-seiten-anzahl " Seiten, "
                       geladene-zeilen " Zeilen geladen, "
                       "aufbewahrt bis " barc-aufbewahren-bis "."
           END-WRITE.


      * Loeschdurchlauf ueber das ganze Archiv: der erste Satz
      * jedes Laufs ist sein Verzeichnissatz (Seite 0000, Zeile
      * 0000) und entscheidet ueber alle folgenden Saetze des
      * Laufs. Fehlt er, stammen die Zeilen aus einem
      * abgebrochenen Laden und werden ebenfalls entfernt.
       abgelaufene-loeschen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE ZERO TO barc-schluessel.
           START archiv-datei
               KEY IS NOT LESS THAN barc-schluessel
               INVALID KEY
                   SET dateiende TO TRUE
           END-START.
           PERFORM UNTIL dateiende
               READ archiv-datei NEXT
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       PERFORM archivsatz-bereinigen
               END-READ
           END-PERFORM.
           MOVE "N" TO dateiende-kennzeichen.
           DISPLAY "Berichtsarchiv bereinigt zum " loesch-stichtag
               ": " geloeschte-laeufe " Laeufe (" geloeschte-saetze
               " Saetze) geloescht, " behaltene-laeufe
               " Laeufe behalten.".


      * Entscheidet beim ersten Satz eines Laufs, ob der Lauf
      * geloescht wird, und loescht gegebenenfalls den Satz.
      * Laesst sich ein Satz nicht loeschen, wird das Bereinigen
      * abgebrochen.
       archivsatz-bereinigen SECTION.
           IF erster-satz OR barc-lauf-nummer NOT = akt-lauf-nummer
               MOVE "N" TO erster-satz-kennzeichen
               MOVE barc-lauf-nummer TO akt-lauf-nummer
               EVALUATE TRUE
                   WHEN NOT barc-verzeichnis
                       SET lauf-loeschen TO TRUE
                       ADD 1 TO verwaiste-laeufe
                       SET laden-mit-hinweis TO TRUE
                       DISPLAY "Hinweis: Lauf " barc-lauf-nummer
                           " ohne Verzeichnissatz (abgebrochenes "
                           "Laden) - Zeilen werden entfernt."
                   WHEN barc-aufbewahren-bis < loesch-stichtag
                       SET lauf-loeschen TO TRUE
                       ADD 1 TO geloeschte-laeufe
                       DISPLAY "Lauf " barc-lauf-nummer " vom "
                           barc-laufdatum " (aufbewahrt bis "
                           barc-aufbewahren-bis ") wird geloescht."
                   WHEN OTHER
                       MOVE "N" TO loesch-kennzeichen
                       ADD 1 TO behaltene-laeufe
               END-EVALUATE
           END-IF.
           IF lauf-loeschen
               DELETE archiv-datei RECORD
               END-DELETE
               IF archiv-dateistatus = "00"
                   ADD 1 TO geloeschte-saetze
               ELSE
                   DISPLAY "Fehler: Satz " barc-schluessel
                       " nicht aus BERARCH loeschbar (Status "
                       archiv-dateistatus "). Bereinigen "
                       "abgebrochen."
                   SET laden-fehlgeschlagen TO TRUE
                   SET dateiende TO TRUE
               END-IF
           END-IF.
