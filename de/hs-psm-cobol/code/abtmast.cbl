      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           ABTMAST.
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
      * Abteilungs-Master der Math-Utilities-Suite; derselbe
      * Bestand, gegen den FACEDIT und REJMERGE die
      * Anforderer-Kennungen pruefen. ACCESS DYNAMIC, da das
      * Auflisten sequentiell ueber alle Saetze laeuft, die
      * Pflegekarten aber je Kennung direkt zugreifen.
           SELECT abteilungs-master ASSIGN TO "ABTMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS abt-kennung
               FILE STATUS IS master-dateistatus.
      * Pflegekarten: je Zeile eine Funktion mit Kennung und
      * den zu setzenden Angaben (Aufbau siehe unten)
           SELECT pflege-datei ASSIGN TO "PFLEGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pflege-dateistatus.
      * Aenderungsprotokoll: je ausgefuehrter Pflege der Stand
      * des Eintrags vorher und nachher; wird fortgeschrieben,
      * damit die Historie fuer die Revision erhalten bleibt
           SELECT protokoll-datei ASSIGN TO "ABTPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS protokoll-dateistatus.
      * Bestandsliste des Masters (Funktion L)
           SELECT listen-datei ASSIGN TO "ABTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS listen-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau gemeinsam mit FACEDIT, REJMERGE und
      * FACULTYPGM, siehe copybooks/MATHABTM.cpy
       FD  abteilungs-master.
           COPY MATHABTM.

      * Aufbau einer Pflegekarte:
      *   Spalte  1     Funktion: N Neuanlage, A Aenderung,
      *                 D Deaktivierung, L Bestandsliste;
      *                 "*" kennzeichnet eine Kommentarkarte
      *   Spalten 3-5   Anforderer-Kennung
      *   Spalten 7-30  Abteilungsname
      *   Spalten 32-39 Kostenstelle
      *   Spalten 41-60 Ansprechpartner
      *   Spalten 62-69 Gueltig ab JJJJMMTT
      *   Spalten 71-78 Gueltig bis JJJJMMTT
      *   Spalte  80    Stand A (aktiv) oder I (inaktiv)
      * Bei der Neuanlage sind Kennung und Name Pflicht; ohne
      * Datum gilt der Eintrag ab heute und unbefristet, ohne
      * Stand ist er aktiv. Bei der Aenderung ersetzen nur die
      * gefuellten Angaben den bisherigen Stand; mit Stand A
      * wird ein deaktivierter Eintrag wieder aktiv. Die
      * Deaktivierung setzt den Eintrag inaktiv und uebernimmt
      * ein angegebenes Gueltig-bis-Datum.
       FD  pflege-datei.
       01  pflege-karte.
           02 pflege-funktion PIC X.
               88 funktion-neuanlage VALUE "N" "n".
               88 funktion-aenderung VALUE "A" "a".
               88 funktion-deaktivierung VALUE "D" "d".
               88 funktion-liste VALUE "L" "l".
               88 funktion-kommentar VALUE "*".
           02 FILLER PIC X.
           02 pflege-kennung PIC XXX.
           02 FILLER PIC X.
           02 pflege-name PIC X(24).
           02 FILLER PIC X.
           02 pflege-kostenstelle PIC X(8).
           02 FILLER PIC X.
           02 pflege-kontakt PIC X(20).
           02 FILLER PIC X.
           02 pflege-gueltig-ab PIC X(8).
           02 FILLER PIC X.
           02 pflege-gueltig-bis PIC X(8).
           02 FILLER PIC X.
           02 pflege-stand PIC X.

      * Aufbau einer Protokollzeile: Zeitpunkt, Pflegefunktion,
      * VORHER bzw. NACHHER und der Eintrag in Listenform
       FD  protokoll-datei.
       01  protokoll-satz.
           02 prot-zeitstempel PIC X(15).
           02 FILLER PIC X.
           02 prot-funktion PIC X(12).
           02 FILLER PIC X.
           02 prot-art PIC X(7).
           02 FILLER PIC X.
           02 prot-eintrag PIC X(78).
           02 FILLER PIC X(5).

       FD  listen-datei.
       01  listen-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 master-dateistatus PIC XX.
           02 pflege-dateistatus PIC XX.
           02 protokoll-dateistatus PIC XX.
           02 listen-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 liste-ende-kennzeichen PIC X VALUE "N".
               88 liste-ende VALUE "J".

      * Tagesdatum fuer Vorgaben, Aenderungsdatum und
      * Protokollzeitpunkt
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 heute-datum PIC X(8).
           02 protokoll-zeitpunkt PIC X(15).

      * Pruefung der aktuellen Karte: Fehlertext der Abweisung
      * (leer = Karte gueltig) und Hilfsfelder der Datumspruefung
       01  PRUEF-HILFSFELDER.
           02 pflege-fehlertext PIC X(50).
               88 karte-gueltig VALUE SPACES.
           02 pruef-datum PIC X(8).
           02 pruef-datum-teile REDEFINES pruef-datum.
               03 pruef-jahr PIC 9(4).
               03 pruef-monat PIC 99.
               03 pruef-tag PIC 99.
           02 datum-kennzeichen PIC X.
               88 datum-gueltig VALUE "J".
           02 aenderung-kennzeichen PIC X.
               88 aenderung-angegeben VALUE "J".

      * Stand des Eintrags vor und nach der Pflege fuer das
      * Aenderungsprotokoll
       01  VORHER-SATZ PIC X(80).
       01  NACHHER-SATZ PIC X(80).

      * Zaehler fuer Abschlussmeldung und Bedingungscode
       01  PFLEGE-ZAEHLER.
           02 gelesene-karten PIC 9(6) VALUE ZERO.
           02 neuanlagen PIC 9(6) VALUE ZERO.
           02 aenderungen PIC 9(6) VALUE ZERO.
           02 deaktivierungen PIC 9(6) VALUE ZERO.
           02 abgewiesene-karten PIC 9(6) VALUE ZERO.
           02 gelistete-eintraege PIC 9(6).
           02 heute-gueltige-eintraege PIC 9(6).

      * Listenform eines Eintrags fuer Bestandsliste und
      * Aenderungsprotokoll
       01  ABTEILUNGS-ANZEIGE.
           02 aa-kennung PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 aa-name PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 aa-kostenstelle PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 aa-kontakt PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 aa-stand PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 aa-gueltig-ab PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 aa-gueltig-bis PIC X(8).

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: oeffnet Master, Pflegekarten,
      * Aenderungsprotokoll und Bestandsliste und fuehrt die
      * Pflegekarten der Reihe nach aus.
      *   RC=0  alle Pflegekarten ausgefuehrt
      *   RC=4  mindestens eine Pflegekarte abgewiesen
      *   RC=8  Master, Pflegekarten, Protokoll oder Liste nicht
      *         verfuegbar - nichts veraendert
       main SECTION.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE heute-zeit(1:8) TO heute-datum.
           MOVE SPACES TO protokoll-zeitpunkt.
           STRING heute-zeit(1:8) "-" heute-zeit(9:6)
               DELIMITED BY SIZE INTO protokoll-zeitpunkt.

           PERFORM abteilungs-master-oeffnen.
           IF RETURN-CODE = ZERO
               OPEN INPUT pflege-datei
               IF pflege-dateistatus NOT = "00"
                   DISPLAY "Fehler: Pflegekarten PFLEGEIN nicht "
                       "verfuegbar (Status " pflege-dateistatus
                       "). Pflege abgebrochen."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM protokoll-oeffnen
                   IF RETURN-CODE = ZERO
                       PERFORM pflegekarten-ausfuehren
                       CLOSE protokoll-datei
                       CLOSE listen-datei
                   END-IF
                   CLOSE pflege-datei
               END-IF
               CLOSE abteilungs-master
           END-IF.

           STOP RUN.


      * Oeffnet den Abteilungs-Master zur Pflege. Existiert er
      * noch nicht (Dateistatus 35), wird er leer angelegt und
      * danach erneut im I-O-Modus geoeffnet - wie
      * master-vorbelegen in FACMAST.
       abteilungs-master-oeffnen SECTION.
           OPEN I-O abteilungs-master.
           IF master-dateistatus = "35"
               OPEN OUTPUT abteilungs-master
               IF master-dateistatus = "00"
                   CLOSE abteilungs-master
                   OPEN I-O abteilungs-master
               END-IF
           END-IF.
           IF master-dateistatus NOT = "00"
               DISPLAY "Fehler: Abteilungs-Master ABTMASTR nicht "
                   "verfuegbar (Status " master-dateistatus "). "
                   "Pflege abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.


      * Oeffnet Aenderungsprotokoll (fortschreibend, beim ersten
      * Mal neu angelegt) und Bestandsliste. Ohne Protokoll wird
      * nichts gepflegt - eine Aenderung ohne Nachweis darf es
      * nicht geben.
       protokoll-oeffnen SECTION.
           OPEN EXTEND protokoll-datei.
           IF protokoll-dateistatus = "35"
               OPEN OUTPUT protokoll-datei
           END-IF.
           IF protokoll-dateistatus NOT = "00"
               DISPLAY "Fehler: Aenderungsprotokoll ABTPROT nicht "
                   "verfuegbar (Status " protokoll-dateistatus
                   "). Pflege abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT listen-datei
               IF listen-dateistatus NOT = "00"
                   DISPLAY "Fehler: Listendatei ABTLIST nicht "
                       "verfuegbar (Status " listen-dateistatus
                       "). Pflege abgebrochen."
                   CLOSE protokoll-datei
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


      * Liest die Pflegekarten und fuehrt sie der Reihe nach aus;
      * eine Bestandsliste zeigt daher den Stand nach allen
      * vorausgehenden Karten.
       pflegekarten-ausfuehren SECTION.
           PERFORM UNTIL dateiende
               READ pflege-datei
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       PERFORM pflegekarte-verarbeiten
               END-READ
           END-PERFORM.
           PERFORM pflege-abschlussmeldung.
           IF abgewiesene-karten > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.


      * Verteilt eine Pflegekarte auf ihre Funktion; leere
      * Karten und Kommentarkarten werden uebergangen.
       pflegekarte-verarbeiten SECTION.
           IF pflege-karte NOT = SPACES AND NOT funktion-kommentar
               ADD 1 TO gelesene-karten
               MOVE SPACES TO pflege-fehlertext
               EVALUATE TRUE
                   WHEN funktion-neuanlage
                       PERFORM eintrag-neu-anlegen
                   WHEN funktion-aenderung
                       PERFORM eintrag-aendern
                   WHEN funktion-deaktivierung
                       PERFORM eintrag-deaktivieren
                   WHEN funktion-liste
                       PERFORM bestand-auflisten
                   WHEN OTHER
                       MOVE "Unbekannte Funktion (zulaessig N, A, D, L)"
                           TO pflege-fehlertext
               END-EVALUATE
               IF NOT karte-gueltig
                   PERFORM karte-abweisen
               END-IF
           END-IF.


      * Legt einen neuen Eintrag an. Kennung und Name sind
      * Pflicht; fehlende Daten werden mit heute bzw. 99991231
      * vorbelegt, ein fehlender Stand mit aktiv.
       eintrag-neu-anlegen SECTION.
           PERFORM kennung-pruefen.
           IF karte-gueltig AND pflege-name = SPACES
               MOVE "Abteilungsname fehlt" TO pflege-fehlertext
           END-IF.
           IF karte-gueltig
               MOVE pflege-kennung TO abt-kennung
               READ abteilungs-master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "Kennung bereits vorhanden - "
                           "Aenderung mit Funktion A"
                           DELIMITED BY SIZE INTO pflege-fehlertext
               END-READ
           END-IF.
           IF karte-gueltig
               MOVE SPACES TO ABTEILUNGS-SATZ
               MOVE pflege-kennung TO abt-kennung
               MOVE pflege-name TO abt-name
               MOVE pflege-kostenstelle TO abt-kostenstelle
               MOVE pflege-kontakt TO abt-kontakt
               SET abt-aktiv TO TRUE
               MOVE heute-datum TO abt-gueltig-ab
               MOVE "99991231" TO abt-gueltig-bis
               PERFORM kartenangaben-uebernehmen
           END-IF.
           IF karte-gueltig
               MOVE heute-datum TO abt-geaendert-datum
               WRITE ABTEILUNGS-SATZ
                   INVALID KEY
                       MOVE "Eintrag nicht schreibbar"
                           TO pflege-fehlertext
               END-WRITE
           END-IF.
           IF karte-gueltig
               ADD 1 TO neuanlagen
               MOVE "NEUANLAGE" TO prot-funktion
               MOVE SPACES TO VORHER-SATZ
               PERFORM aenderung-protokollieren
           END-IF.


      * Aendert einen vorhandenen Eintrag: nur die auf der Karte
      * gefuellten Angaben ersetzen den bisherigen Stand.
       eintrag-aendern SECTION.
           PERFORM kennung-pruefen.
           IF karte-gueltig
               PERFORM eintrag-lesen
           END-IF.
           IF karte-gueltig
               MOVE ABTEILUNGS-SATZ TO VORHER-SATZ
               MOVE "N" TO aenderung-kennzeichen
               IF pflege-name NOT = SPACES
                   MOVE pflege-name TO abt-name
                   SET aenderung-angegeben TO TRUE
               END-IF
               IF pflege-kostenstelle NOT = SPACES
                   MOVE pflege-kostenstelle TO abt-kostenstelle
                   SET aenderung-angegeben TO TRUE
               END-IF
               IF pflege-kontakt NOT = SPACES
                   MOVE pflege-kontakt TO abt-kontakt
                   SET aenderung-angegeben TO TRUE
               END-IF
               IF pflege-gueltig-ab NOT = SPACES
                       OR pflege-gueltig-bis NOT = SPACES
                       OR pflege-stand NOT = SPACE
                   SET aenderung-angegeben TO TRUE
               END-IF
               IF NOT aenderung-angegeben
                   MOVE "Keine Aenderung angegeben"
                       TO pflege-fehlertext
               END-IF
           END-IF.
           IF karte-gueltig
               PERFORM kartenangaben-uebernehmen
           END-IF.
           IF karte-gueltig
               PERFORM eintrag-zurueckschreiben
           END-IF.
           IF karte-gueltig
               ADD 1 TO aenderungen
               MOVE "AENDERUNG" TO prot-funktion
               PERFORM aenderung-protokollieren
           END-IF.


      * Deaktiviert einen vorhandenen Eintrag; ein auf der Karte
      * angegebenes Gueltig-bis-Datum wird mit uebernommen und
      * darf wie bei Neuanlage und Aenderung nicht vor dem
      * Gueltig-ab-Datum liegen.
       eintrag-deaktivieren SECTION.
           PERFORM kennung-pruefen.
           IF karte-gueltig
               PERFORM eintrag-lesen
           END-IF.
           IF karte-gueltig
               IF abt-inaktiv AND pflege-gueltig-bis = SPACES
                   MOVE "Eintrag ist bereits inaktiv"
                       TO pflege-fehlertext
               END-IF
           END-IF.
           IF karte-gueltig
               MOVE ABTEILUNGS-SATZ TO VORHER-SATZ
               IF pflege-gueltig-bis NOT = SPACES
                   MOVE pflege-gueltig-bis TO pruef-datum
                   PERFORM datum-pruefen
                   IF datum-gueltig
                       MOVE pflege-gueltig-bis TO abt-gueltig-bis
                   ELSE
                       MOVE "Gueltig-bis-Datum ungueltig"
                           TO pflege-fehlertext
                   END-IF
               END-IF
           END-IF.
           IF karte-gueltig AND abt-gueltig-ab > abt-gueltig-bis
               MOVE "Gueltig-ab liegt nach Gueltig-bis"
                   TO pflege-fehlertext
           END-IF.
           IF karte-gueltig
               SET abt-inaktiv TO TRUE
               PERFORM eintrag-zurueckschreiben
           END-IF.
           IF karte-gueltig
               ADD 1 TO deaktivierungen
               MOVE "DEAKTIVIERT" TO prot-funktion
               PERFORM aenderung-protokollieren
           END-IF.


      * Prueft, dass die Kennung in allen drei Stellen gefuellt
      * ist - wie Begruendungscode 05 der Vorpruefung.
       kennung-pruefen SECTION.
           IF pflege-kennung(1:1) = SPACE
                   OR pflege-kennung(2:1) = SPACE
                   OR pflege-kennung(3:1) = SPACE
               MOVE "Kennung fehlt oder unvollstaendig"
                   TO pflege-fehlertext
           END-IF.


      * Liest den Eintrag zur Kennung der Karte.
       eintrag-lesen SECTION.
           MOVE pflege-kennung TO abt-kennung.
           READ abteilungs-master
               INVALID KEY
                   STRING "Kennung nicht im Master - Neuanlage "
                       "mit Funktion N"
                       DELIMITED BY SIZE INTO pflege-fehlertext
           END-READ.


      * Uebernimmt Gueltigkeitsdaten und Stand der Karte in den
      * Eintrag und prueft das Ergebnis: beide Daten gueltig,
      * Gueltig-ab nicht nach Gueltig-bis, Stand A oder I.
       kartenangaben-uebernehmen SECTION.
           IF pflege-gueltig-ab NOT = SPACES
               MOVE pflege-gueltig-ab TO pruef-datum
               PERFORM datum-pruefen
               IF datum-gueltig
                   MOVE pflege-gueltig-ab TO abt-gueltig-ab
               ELSE
                   MOVE "Gueltig-ab-Datum ungueltig"
                       TO pflege-fehlertext
               END-IF
           END-IF.
           IF karte-gueltig AND pflege-gueltig-bis NOT = SPACES
               MOVE pflege-gueltig-bis TO pruef-datum
               PERFORM datum-pruefen
               IF datum-gueltig
                   MOVE pflege-gueltig-bis TO abt-gueltig-bis
               ELSE
                   MOVE "Gueltig-bis-Datum ungueltig"
                       TO pflege-fehlertext
               END-IF
           END-IF.
           IF karte-gueltig AND pflege-stand NOT = SPACE
               EVALUATE pflege-stand
                   WHEN "A"
                       SET abt-aktiv TO TRUE
                   WHEN "I"
                       SET abt-inaktiv TO TRUE
                   WHEN OTHER
                       MOVE "Stand ungueltig (zulaessig A oder I)"
                           TO pflege-fehlertext
               END-EVALUATE
           END-IF.
           IF karte-gueltig AND abt-gueltig-ab > abt-gueltig-bis
               MOVE "Gueltig-ab liegt nach Gueltig-bis"
                   TO pflege-fehlertext
           END-IF.


      * Prueft pruef-datum auf ein plausibles Datum JJJJMMTT
      * (numerisch, Monat 01-12, Tag 01-31).
       datum-pruefen SECTION.
           MOVE "N" TO datum-kennzeichen.
           IF pruef-datum IS NUMERIC
               IF pruef-monat >= 1 AND pruef-monat <= 12
                       AND pruef-tag >= 1 AND pruef-tag <= 31
                   SET datum-gueltig TO TRUE
               END-IF
           END-IF.


      * Schreibt den geaenderten Eintrag mit Aenderungsdatum
      * zurueck.
       eintrag-zurueckschreiben SECTION.
           MOVE heute-datum TO abt-geaendert-datum.
           REWRITE ABTEILUNGS-SATZ
               INVALID KEY
                   MOVE "Eintrag nicht zurueckschreibbar"
                       TO pflege-fehlertext
           END-REWRITE.


      * Schreibt den Stand vorher (aus VORHER-SATZ, leer bei der
      * Neuanlage) und nachher (aktueller Mastersatz) in das
      * Aenderungsprotokoll.
       aenderung-protokollieren SECTION.
           MOVE protokoll-zeitpunkt TO prot-zeitstempel.
           MOVE "VORHER" TO prot-art.
           IF VORHER-SATZ = SPACES
               MOVE "(kein Eintrag)" TO prot-eintrag
           ELSE
               MOVE ABTEILUNGS-SATZ TO NACHHER-SATZ
               MOVE VORHER-SATZ TO ABTEILUNGS-SATZ
               PERFORM anzeige-aufbereiten
               MOVE ABTEILUNGS-ANZEIGE TO prot-eintrag
               MOVE NACHHER-SATZ TO ABTEILUNGS-SATZ
           END-IF.
           WRITE protokoll-satz.
           MOVE "NACHHER" TO prot-art.
           PERFORM anzeige-aufbereiten.
           MOVE ABTEILUNGS-ANZEIGE TO prot-eintrag.
           WRITE protokoll-satz.
           DISPLAY "Pflege: " prot-funktion " " abt-kennung
               " ausgefuehrt.".


      * Bereitet den aktuellen Mastersatz in Listenform auf.
       anzeige-aufbereiten SECTION.
           MOVE abt-kennung TO aa-kennung.
           MOVE abt-name TO aa-name.
           MOVE abt-kostenstelle TO aa-kostenstelle.
           MOVE abt-kontakt TO aa-kontakt.
           MOVE abt-stand-kennzeichen TO aa-stand.
           MOVE abt-gueltig-ab TO aa-gueltig-ab.
           MOVE abt-gueltig-bis TO aa-gueltig-bis.


      * Meldet eine abgewiesene Pflegekarte; der Master bleibt
      * fuer diese Karte unveraendert.
       karte-abweisen SECTION.
           ADD 1 TO abgewiesene-karten.
           DISPLAY "Fehler: Pflegekarte " gelesene-karten " ("
               pflege-funktion " " pflege-kennung ") abgewiesen: "
               pflege-fehlertext.


      * Listet den kompletten Masterbestand in Schluesselfolge
      * nach ABTLIST auf, mit der Zahl der heute gueltigen
      * Eintraege.
       bestand-auflisten SECTION.
           MOVE ZERO TO gelistete-eintraege.
           MOVE ZERO TO heute-gueltige-eintraege.
           MOVE SPACES TO listen-satz.
           STRING "ABTEILUNGS-MASTER - BESTANDSLISTE"
               "          Stand: " heute-datum
               DELIMITED BY SIZE INTO listen-satz.
           WRITE listen-satz.
           MOVE SPACES TO listen-satz.
           WRITE listen-satz.
           MOVE SPACES TO listen-satz.
           STRING "KNG NAME                     KOSTST   KONTAKT"
               "              S GUELT-AB GUELT-BIS"
               DELIMITED BY SIZE INTO listen-satz.
           WRITE listen-satz.

           MOVE "N" TO liste-ende-kennzeichen.
           MOVE LOW-VALUES TO abt-kennung.
           START abteilungs-master
               KEY IS NOT LESS THAN abt-kennung
               INVALID KEY
                   SET liste-ende TO TRUE
           END-START.
           PERFORM UNTIL liste-ende
               READ abteilungs-master NEXT
                   AT END
                       SET liste-ende TO TRUE
                   NOT AT END
                       PERFORM listenzeile-schreiben
               END-READ
           END-PERFORM.

           MOVE SPACES TO listen-satz.
           WRITE listen-satz.
           MOVE SPACES TO listen-satz.
           STRING "Eintraege im Master: " gelistete-eintraege
               "  davon heute gueltig: " heute-gueltige-eintraege
               DELIMITED BY SIZE INTO listen-satz.
           WRITE listen-satz.


      * Schreibt die Listenzeile des aktuellen Mastersatzes.
       listenzeile-schreiben SECTION.
           PERFORM anzeige-aufbereiten.
           MOVE ABTEILUNGS-ANZEIGE TO listen-satz.
           WRITE listen-satz.
           ADD 1 TO gelistete-eintraege.
           IF abt-aktiv
                   AND abt-gueltig-ab <= heute-datum
                   AND abt-gueltig-bis >= heute-datum
               ADD 1 TO heute-gueltige-eintraege
           END-IF.


      * Meldet die Pflegeuebersicht auf SYSOUT.
       pflege-abschlussmeldung SECTION.
           DISPLAY "Pflege: " gelesene-karten " Pflegekarten gelesen.".
           DISPLAY "Pflege: " neuanlagen " Neuanlagen, "
               aenderungen " Aenderungen, " deaktivierungen
               " Deaktivierungen.".
           DISPLAY "Pflege: " abgewiesene-karten
               " Pflegekarten abgewiesen.".
