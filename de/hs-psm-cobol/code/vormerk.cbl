      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           VORMERK.
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
      * Vormerkdatei der Math-Utilities-Suite; derselbe Bestand,
      * aus dem VORFREI taeglich die faelligen Anforderungen
      * freigibt. ACCESS DYNAMIC, da die naechste freie Nummer
      * sequentiell ermittelt wird, die Pflegekarten aber je
      * Nummer direkt zugreifen.
           SELECT vormerk-datei ASSIGN TO "VORMERK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vm-nummer
               FILE STATUS IS vormerk-dateistatus.
      * Pflegekarten: je Zeile eine Funktion mit den Angaben der
      * Vormerkung (Aufbau siehe unten)
           SELECT pflege-datei ASSIGN TO "VORMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pflege-dateistatus.
      * Aenderungsprotokoll: je ausgefuehrter Pflege der Stand
      * des Eintrags vorher und nachher; wird fortgeschrieben,
      * wie das Protokoll des Abteilungs-Masters (ABTMAST)
           SELECT protokoll-datei ASSIGN TO "VORMPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS protokoll-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau gemeinsam mit VORFREI, siehe
      * copybooks/MATHVORM.cpy
       FD  vormerk-datei.
           COPY MATHVORM.

      * Aufbau einer Pflegekarte:
      *   Spalte  1     Funktion: N Neuanlage, S Storno;
      *                 "*" kennzeichnet eine Kommentarkarte
      *   Spalten 3-16  Neuanlage: Kartenbild der Anforderung im
      *                 Aufbau von MATHBSAT.cpy
      *   Spalten 3-8   Storno: Vormerknummer
      *   Spalten 18-25 Stichtag JJJJMMTT
      *   Spalte  27    Wiederholung: leer einmalig, T taeglich,
      *                 W woechentlich, M zum Monatsende
      *   Spalten 29-36 Ende-Datum JJJJMMTT (nur wiederkehrend)
      *   Spalten 38-67 Bemerkung bzw. Begruendung des Stornos
      * Die Neuanlage vergibt die naechste freie Vormerknummer
      * und meldet sie auf SYSOUT; unter dieser Nummer wird der
      * Eintrag storniert.
       FD  pflege-datei.
       01  pflege-karte.
           02 pflege-funktion PIC X.
               88 funktion-neuanlage VALUE "N" "n".
               88 funktion-storno VALUE "S" "s".
               88 funktion-kommentar VALUE "*".
           02 FILLER PIC X.
           02 pflege-kartenbild PIC X(14).
           02 pflege-storno-angaben REDEFINES pflege-kartenbild.
               03 pflege-nummer PIC X(6).
               03 FILLER PIC X(8).
           02 FILLER PIC X.
           02 pflege-stichtag PIC X(8).
           02 FILLER PIC X.
           02 pflege-wiederholung PIC X.
           02 FILLER PIC X.
           02 pflege-ende-datum PIC X(8).
           02 FILLER PIC X.
           02 pflege-bemerkung PIC X(30).

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

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Pruefkopie des vorgemerkten Kartenbildes im Aufbau des
      * Batch-Eingabesatzes, damit die Stufen-88-Bedingungen der
      * Vorpruefung greifen (siehe copybooks/MATHBSAT.cpy)
           COPY MATHBSAT.

      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 vormerk-dateistatus PIC XX.
           02 pflege-dateistatus PIC XX.
           02 protokoll-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 bestand-ende-kennzeichen PIC X VALUE "N".
               88 bestand-ende VALUE "J".

      * Tagesdatum fuer Erfassungs- und Stornodatum sowie
      * Protokollzeitpunkt
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 heute-datum PIC X(8).
           02 protokoll-zeitpunkt PIC X(15).

      * Zuletzt vergebene Vormerknummer; die Neuanlage zaehlt
      * von hier aus weiter
       01  NUMMERN-HILFSFELDER.
           02 letzte-nummer PIC 9(6) VALUE ZERO.

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

      * Stand des Eintrags vor der Pflege fuer das
      * Aenderungsprotokoll
       01  VORHER-SATZ PIC X(96).
       01  NACHHER-SATZ PIC X(96).

      * Zaehler fuer Abschlussmeldung und Bedingungscode
       01  PFLEGE-ZAEHLER.
           02 gelesene-karten PIC 9(6) VALUE ZERO.
           02 neuanlagen PIC 9(6) VALUE ZERO.
           02 stornierungen PIC 9(6) VALUE ZERO.
           02 abgewiesene-karten PIC 9(6) VALUE ZERO.

      * Listenform eines Eintrags fuer das Aenderungsprotokoll
       01  VORMERK-ANZEIGE.
           02 va-nummer PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 va-kartenbild PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 va-stichtag PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 va-wiederholung PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 va-ende-datum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 va-stand PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 va-bemerkung PIC X(30).

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: oeffnet Vormerkdatei, Pflegekarten und
      * Aenderungsprotokoll und fuehrt die Pflegekarten der Reihe
      * nach aus.
      *   RC=0  alle Pflegekarten ausgefuehrt
      *   RC=4  mindestens eine Pflegekarte abgewiesen
      *   RC=8  Vormerkdatei, Pflegekarten oder Protokoll nicht
      *         verfuegbar - nichts veraendert
       main SECTION.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE heute-zeit(1:8) TO heute-datum.
           MOVE SPACES TO protokoll-zeitpunkt.
           STRING heute-zeit(1:8) "-" heute-zeit(9:6)
               DELIMITED BY SIZE INTO protokoll-zeitpunkt.

           PERFORM vormerk-datei-oeffnen.
           IF RETURN-CODE = ZERO
               OPEN INPUT pflege-datei
               IF pflege-dateistatus NOT = "00"
                   DISPLAY "Fehler: Pflegekarten VORMIN nicht "
                       "verfuegbar (Status " pflege-dateistatus
                       "). Pflege abgebrochen."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM protokoll-oeffnen
                   IF RETURN-CODE = ZERO
                       PERFORM letzte-nummer-ermitteln
                       PERFORM pflegekarten-ausfuehren
                       CLOSE protokoll-datei
                   END-IF
                   CLOSE pflege-datei
               END-IF
               CLOSE vormerk-datei
           END-IF.

           STOP RUN.


      * Oeffnet die Vormerkdatei zur Pflege. Existiert sie noch
      * nicht (Dateistatus 35), wird sie leer angelegt und danach
      * erneut im I-O-Modus geoeffnet - wie
      * abteilungs-master-oeffnen in ABTMAST.
       vormerk-datei-oeffnen SECTION.
           OPEN I-O vormerk-datei.
           IF vormerk-dateistatus = "35"
               OPEN OUTPUT vormerk-datei
               IF vormerk-dateistatus = "00"
                   CLOSE vormerk-datei
                   OPEN I-O vormerk-datei
               END-IF
           END-IF.
           IF vormerk-dateistatus NOT = "00"
               DISPLAY "Fehler: Vormerkdatei VORMERK nicht "
                   "verfuegbar (Status " vormerk-dateistatus "). "
                   "Pflege abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.


      * Oeffnet das Aenderungsprotokoll (fortschreibend, beim
      * ersten Mal neu angelegt). Ohne Protokoll wird nichts
      * gepflegt - eine Aenderung ohne Nachweis darf es nicht
      * geben.
       protokoll-oeffnen SECTION.
           OPEN EXTEND protokoll-datei.
           IF protokoll-dateistatus = "35"
               OPEN OUTPUT protokoll-datei
           END-IF.
           IF protokoll-dateistatus NOT = "00"
               DISPLAY "Fehler: Aenderungsprotokoll VORMPROT nicht "
                   "verfuegbar (Status " protokoll-dateistatus
                   "). Pflege abgebrochen."
               MOVE 8 TO RETURN-CODE
           END-IF.


      * Ermittelt die hoechste vergebene Vormerknummer durch
      * einen Lauf ueber den Bestand in Schluesselfolge; die
      * Vormerkdatei bleibt klein, da nur wenige Anforderungen
      * im Voraus angeliefert werden.
       letzte-nummer-ermitteln SECTION.
           MOVE ZERO TO letzte-nummer.
           MOVE "N" TO bestand-ende-kennzeichen.
           MOVE ZERO TO vm-nummer.
           START vormerk-datei
               KEY IS NOT LESS THAN vm-nummer
               INVALID KEY
                   SET bestand-ende TO TRUE
           END-START.
           PERFORM UNTIL bestand-ende
               READ vormerk-datei NEXT
                   AT END
                       SET bestand-ende TO TRUE
                   NOT AT END
                       MOVE vm-nummer TO letzte-nummer
               END-READ
           END-PERFORM.


      * Liest die Pflegekarten und fuehrt sie der Reihe nach aus.
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
                   WHEN funktion-storno
                       PERFORM eintrag-stornieren
                   WHEN OTHER
                       MOVE "Unbekannte Funktion (zulaessig N, S)"
                           TO pflege-fehlertext
               END-EVALUATE
               IF NOT karte-gueltig
                   PERFORM karte-abweisen
               END-IF
           END-IF.


      * Legt eine neue Vormerkung unter der naechsten freien
      * Nummer an. Kartenbild und Stichtag sind Pflicht; der
      * Stichtag darf nicht vor heute liegen - bei Monatsende
      * genuegt der laufende Monat, da der Stichtag dort nur den
      * Monat benennt.
       eintrag-neu-anlegen SECTION.
           PERFORM kartenbild-pruefen.
           IF karte-gueltig
               MOVE pflege-stichtag TO pruef-datum
               PERFORM datum-pruefen
               IF NOT datum-gueltig
                   MOVE "Stichtag fehlt oder ungueltig"
                       TO pflege-fehlertext
               ELSE
                   IF pflege-stichtag < heute-datum
                           AND NOT (pflege-wiederholung = "M"
                           AND pflege-stichtag(1:6)
                               = heute-datum(1:6))
                       MOVE "Stichtag liegt in der Vergangenheit"
                           TO pflege-fehlertext
                   END-IF
               END-IF
           END-IF.
           IF karte-gueltig
               IF NOT (pflege-wiederholung = SPACE
                       OR pflege-wiederholung = "T"
                       OR pflege-wiederholung = "W"
                       OR pflege-wiederholung = "M")
                   STRING "Wiederholung ungueltig (zulaessig leer, "
                       "T, W, M)"
                       DELIMITED BY SIZE INTO pflege-fehlertext
               END-IF
           END-IF.
           IF karte-gueltig AND pflege-ende-datum NOT = SPACES
               MOVE pflege-ende-datum TO pruef-datum
               PERFORM datum-pruefen
               EVALUATE TRUE
                   WHEN pflege-wiederholung = SPACE
                       STRING "Ende-Datum nur bei Wiederholung "
                           "zulaessig"
                           DELIMITED BY SIZE INTO pflege-fehlertext
                   WHEN NOT datum-gueltig
                       MOVE "Ende-Datum ungueltig"
                           TO pflege-fehlertext
                   WHEN pflege-ende-datum < pflege-stichtag
                       MOVE "Ende-Datum liegt vor dem Stichtag"
                           TO pflege-fehlertext
               END-EVALUATE
           END-IF.
           IF karte-gueltig
               MOVE SPACES TO VORMERK-SATZ
               COMPUTE vm-nummer = letzte-nummer + 1
               MOVE pflege-kartenbild TO vm-kartenbild
               MOVE pflege-stichtag TO vm-stichtag
               MOVE pflege-wiederholung TO vm-wiederholung
               MOVE pflege-ende-datum TO vm-ende-datum
               SET vm-wartend TO TRUE
               MOVE heute-datum TO vm-erfasst-datum
               MOVE ZERO TO vm-freigaben
               MOVE pflege-bemerkung TO vm-bemerkung
               WRITE VORMERK-SATZ
                   INVALID KEY
                       MOVE "Eintrag nicht schreibbar"
                           TO pflege-fehlertext
               END-WRITE
           END-IF.
           IF karte-gueltig
               MOVE vm-nummer TO letzte-nummer
               ADD 1 TO neuanlagen
               MOVE "NEUANLAGE" TO prot-funktion
               MOVE SPACES TO VORHER-SATZ
               PERFORM aenderung-protokollieren
           END-IF.


      * Storniert eine wartende Vormerkung; eine angegebene
      * Begruendung ersetzt die Bemerkung der Erfassung.
      * Erledigte Eintraege sind bereits freigegeben und koennen
      * nur noch ueber die Abweisung in der Vorpruefung bzw. den
      * Korrekturweg behandelt werden.
       eintrag-stornieren SECTION.
           IF pflege-nummer IS NOT NUMERIC
               MOVE "Vormerknummer fehlt oder nicht numerisch"
                   TO pflege-fehlertext
           ELSE
               MOVE pflege-nummer TO vm-nummer
               READ vormerk-datei
                   INVALID KEY
                       MOVE "Vormerknummer nicht vorhanden"
                           TO pflege-fehlertext
               END-READ
           END-IF.
           IF karte-gueltig
               EVALUATE TRUE
                   WHEN vm-storniert
                       MOVE "Eintrag ist bereits storniert"
                           TO pflege-fehlertext
                   WHEN vm-erledigt
                       MOVE "Eintrag ist bereits erledigt"
                           TO pflege-fehlertext
               END-EVALUATE
           END-IF.
           IF karte-gueltig
               MOVE VORMERK-SATZ TO VORHER-SATZ
               SET vm-storniert TO TRUE
               MOVE heute-datum TO vm-storno-datum
               IF pflege-bemerkung NOT = SPACES
                   MOVE pflege-bemerkung TO vm-bemerkung
               END-IF
               REWRITE VORMERK-SATZ
                   INVALID KEY
                       MOVE "Eintrag nicht zurueckschreibbar"
                           TO pflege-fehlertext
               END-REWRITE
           END-IF.
           IF karte-gueltig
               ADD 1 TO stornierungen
               MOVE "STORNO" TO prot-funktion
               PERFORM aenderung-protokollieren
           END-IF.


      * Prueft das vorgemerkte Kartenbild nach den Regeln von
      * eingabesatz-pruefen in FACEDIT, damit offensichtlich
      * ungueltige Anforderungen nicht erst am Stichtag abgewiesen
      * werden. Die Anforderer-Kennung ist hier immer Pflicht;
      * ihre Gueltigkeit im Abteilungs-Master prueft FACEDIT am
      * Tag der Freigabe.
       kartenbild-pruefen SECTION.
           MOVE pflege-kartenbild TO batch-eingabesatz.
           EVALUATE TRUE
               WHEN NOT (operation-fakultaet
                       OR operation-permutation
                       OR operation-kombination
                       OR operation-kombination-wdh
                       OR operation-derangement)
                   MOVE "Kartenbild: Operationscode ungueltig"
                       TO pflege-fehlertext
               WHEN batch-eingabewert IS NOT NUMERIC
                       OR batch-eingabewert = ZERO
                   MOVE "Kartenbild: Operand n ungueltig"
                       TO pflege-fehlertext
               WHEN (operation-permutation OR operation-kombination)
                       AND (batch-zweitwert IS NOT NUMERIC
                           OR batch-zweitwert > batch-eingabewert)
                   MOVE "Kartenbild: Operand k ungueltig"
                       TO pflege-fehlertext
               WHEN operation-kombination-wdh
                       AND batch-zweitwert IS NOT NUMERIC
                   MOVE "Kartenbild: Operand k ungueltig"
                       TO pflege-fehlertext
               WHEN batch-anforderer(1:1) = SPACE
                       OR batch-anforderer(2:1) = SPACE
                       OR batch-anforderer(3:1) = SPACE
                   STRING "Kartenbild: Anforderer-Kennung fehlt oder "
                       "unvollstaendig"
                       DELIMITED BY SIZE INTO pflege-fehlertext
           END-EVALUATE.


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


      * Schreibt den Stand vorher (aus VORHER-SATZ, leer bei der
      * Neuanlage) und nachher (aktueller Eintrag) in das
      * Aenderungsprotokoll.
       aenderung-protokollieren SECTION.
           MOVE protokoll-zeitpunkt TO prot-zeitstempel.
           MOVE "VORHER" TO prot-art.
           IF VORHER-SATZ = SPACES
               MOVE "(kein Eintrag)" TO prot-eintrag
           ELSE
               MOVE VORMERK-SATZ TO NACHHER-SATZ
               MOVE VORHER-SATZ TO VORMERK-SATZ
               PERFORM anzeige-aufbereiten
               MOVE VORMERK-ANZEIGE TO prot-eintrag
               MOVE NACHHER-SATZ TO VORMERK-SATZ
           END-IF.
           WRITE protokoll-satz.
           MOVE "NACHHER" TO prot-art.
           PERFORM anzeige-aufbereiten.
           MOVE VORMERK-ANZEIGE TO prot-eintrag.
           WRITE protokoll-satz.
           DISPLAY "Vormerkung: " prot-funktion " Nummer " vm-nummer
               " ausgefuehrt.".


      * Bereitet den aktuellen Eintrag in Listenform auf.
       anzeige-aufbereiten SECTION.
           MOVE vm-nummer TO va-nummer.
           MOVE vm-kartenbild TO va-kartenbild.
           MOVE vm-stichtag TO va-stichtag.
           MOVE vm-wiederholung TO va-wiederholung.
           MOVE vm-ende-datum TO va-ende-datum.
           MOVE vm-stand-kennzeichen TO va-stand.
           MOVE vm-bemerkung TO va-bemerkung.


      * Meldet eine abgewiesene Pflegekarte; die Vormerkdatei
      * bleibt fuer diese Karte unveraendert.
       karte-abweisen SECTION.
           ADD 1 TO abgewiesene-karten.
           DISPLAY "Fehler: Pflegekarte " gelesene-karten " ("
               pflege-funktion " " pflege-kartenbild ") abgewiesen: "
               pflege-fehlertext.


      * Meldet die Pflegeuebersicht auf SYSOUT.
       pflege-abschlussmeldung SECTION.
           DISPLAY "Vormerkung: " gelesene-karten
               " Pflegekarten gelesen.".
           DISPLAY "Vormerkung: " neuanlagen " Neuanlagen, "
               stornierungen " Stornierungen.".
           DISPLAY "Vormerkung: " abgewiesene-karten
               " Pflegekarten abgewiesen.".
