           SELECT options-datei ASSIGN TO "RUNOPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS options-dateistatus.
      * Abstimmliste: je Batch der Eingabedatei eine Zeile mit
      * Soll- und Ist-Werten aus Abschlusskarte und Nachzaehlung
      * sowie dem Abstimmergebnis
           SELECT abstimm-liste ASSIGN TO "ABSTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS abstimm-listenstatus.
      * Abteilungs-Master (siehe copybooks/MATHABTM.cpy): nur
      * lesend, je Eingabesatz direkt ueber die
      * Anforderer-Kennung
           SELECT abteilungs-master ASSIGN TO "ABTMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS abt-kennung
               FILE STATUS IS abteilungs-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Aufbau eines Eingabesatzes gemeinsam mit FACULTYPGM, siehe
      * copybooks/MATHBSAT.cpy
      * Die Eingabedatei traegt zusaetzlich die Kopf- und
      * Abschlusskarten je Batch (siehe copybooks/MATHBKTL.cpy);
      * beide Satzbeschreibungen teilen sich denselben
      * Satzbereich.
       FD  batch-eingabedatei.
           COPY MATHBSAT.
           COPY MATHBKTL.

      * Die bereinigte Datei traegt denselben Satzaufbau wie die
      * Eingabedatei (siehe copybooks/MATHBSAT.cpy), damit Schreiber
      *   05  Anforderer-Kennung fehlt oder unvollstaendig
      *       (Spalten 12-14, keines der drei Zeichen darf
      *       Leerzeichen sein)
      *   06  Batch nicht abgestimmt: Kartenanzahl oder
      *       Hashsumme weichen von der Abschlusskarte ab, die
      *       Abschlusskarte traegt eine fremde Batch-Kennung, der
      *       Batch hat keine Abschlusskarte oder die Karte steht
      *       ausserhalb eines Batches. Der Batch geht mit Kopf-
      *       und Abschlusskarte vollstaendig in die Abweisdatei.
      *   07  Anforderer-Kennung nicht im Abteilungs-Master oder
      *       am Lauftag nicht gueltig (Eintrag inaktiv oder
      *       ausserhalb seines Gueltigkeitszeitraums)
       FD  abweis-datei.
       01  abweis-satz.
           02 abweis-satznummer PIC 9(6).
       FD  options-datei.
           COPY MATHOPT.

       FD  abstimm-liste.
       01  abstimm-zeile PIC X(80).

      * Satzaufbau gemeinsam mit ABTMAST, REJMERGE und
      * FACULTYPGM, siehe copybooks/MATHABTM.cpy
       FD  abteilungs-master.
           COPY MATHABTM.

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen, analog zu den
           02 saubere-dateistatus PIC XX.
           02 abweis-dateistatus PIC XX.
           02 options-dateistatus PIC XX.
           02 abstimm-listenstatus PIC XX.
           02 abteilungs-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 eingabe-offen-kennzeichen PIC X VALUE "N".
               88 eingabe-offen VALUE "J".
           02 abteilungs-master-offen-kennzeichen PIC X VALUE "N".
               88 abteilungs-master-offen VALUE "J".

      * Aus der Laufoptionsdatei uebernommene Einstellungen; die
      * uebrigen Schluesselwoerter gelten dem Batch-Lauf
           02 gelesene-saetze PIC 9(6) VALUE ZERO.
           02 uebernommene-saetze PIC 9(6) VALUE ZERO.
           02 abgewiesene-saetze PIC 9(6) VALUE ZERO.
           02 kontrollkarten PIC 9(6) VALUE ZERO.
           02 batch-abgewiesene-saetze PIC 9(6) VALUE ZERO.
           02 saetze-ohne-batch PIC 9(6) VALUE ZERO.
           02 abgestimmte-batches PIC 9(6) VALUE ZERO.
           02 abgewiesene-batches PIC 9(6) VALUE ZERO.
           02 abteilungs-abweisungen PIC 9(6) VALUE ZERO.

      * Tabelle der Batches aus dem Abstimmdurchlauf: je
      * Kopfkarte ein Eintrag mit den Angaben der Kopfkarte, den
      * Soll-Werten der Abschlusskarte, den nachgezaehlten
      * Ist-Werten und dem Abstimmergebnis. 500 Eintraege decken
      * weit mehr Anlieferungen ab, als an einem Tag eingehen;
      * Batches jenseits der Tabelle koennen nicht abgestimmt
      * werden und gehen vollstaendig in die Abweisdatei.
       01  BATCH-TABELLE.
           02 batches-anzahl PIC 9(3) VALUE ZERO.
           02 batch-eintrag OCCURS 500 TIMES.
               03 bt-batch-kennung PIC X(6).
               03 bt-anforderer PIC XXX.
               03 bt-erfassungsdatum PIC X(8).
               03 bt-karten-soll PIC 9(6).
               03 bt-karten-ist PIC 9(6).
               03 bt-hash-soll PIC 9(12).
               03 bt-hash-ist PIC 9(12).
               03 bt-stand PIC X.
                   88 bt-abgestimmt VALUE "A".
                   88 bt-differenz VALUE "D".
                   88 bt-kennung-abweichend VALUE "K".
                   88 bt-ohne-abschluss VALUE "U".

      * Zustand der beiden Durchlaeufe: Batch-Zaehler je
      * gelesener Kopfkarte, ob gerade ein Batch offen ist und
      * ob der aktuelle Batch abgestimmt ist. Der Verteilungs-
      * durchlauf folgt denselben Regeln wie der
      * Abstimmdurchlauf, so dass der n-te Batch beider
      * Durchlaeufe derselbe ist.
       01  ABSTIMM-HILFSFELDER.
           02 batch-zaehler PIC 9(6) VALUE ZERO.
           02 batch-index PIC 9(3) VALUE ZERO.
           02 batch-offen-kennzeichen PIC X VALUE "N".
               88 batch-offen VALUE "J".
           02 batch-gueltig-kennzeichen PIC X VALUE "N".
               88 batch-gueltig VALUE "J".
           02 tabelle-voll-kennzeichen PIC X VALUE "N".
               88 tabelle-voll VALUE "J".
           02 batches-ueber-tabelle PIC 9(6) VALUE ZERO.
           02 hash-wert PIC 9(4).
           02 anzeige-zahl6 PIC ZZZZZ9.
           02 anzeige-zahl12 PIC Z(11)9.
           02 heute-zeit PIC X(21).

      * Aufbau einer Detailzeile der Abstimmliste
       01  ABSTIMM-DETAILZEILE.
           02 ad-batch-kennung PIC X(6).
           02 FILLER PIC XX VALUE SPACES.
           02 ad-anforderer PIC XXX.
           02 FILLER PIC XX VALUE SPACES.
           02 ad-erfassungsdatum PIC X(8).
           02 FILLER PIC XXX VALUE SPACES.
           02 ad-karten-soll PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ad-karten-ist PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ad-hash-soll PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 ad-hash-ist PIC X(12).
           02 FILLER PIC XX VALUE SPACES.
           02 ad-ergebnis PIC X(14).

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: stimmt zuerst jeden Batch der
      * Eingabedatei gegen seine Abschlusskarte ab, prueft dann
      * jeden Eingabesatz eines abgestimmten Batches und verteilt
      * ihn auf die bereinigte Datei bzw. die Abweisdatei, damit
      * der eigentliche Batch-Lauf nur noch gueltige Saetze sieht
      * und sauber mit Bedingungscode 0 enden kann. Kein Satz
      * erreicht die bereinigte Datei, bevor sein Batch
      * abgestimmt ist.
       main SECTION.
           PERFORM optionen-einlesen.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           PERFORM abteilungs-master-oeffnen.
           OPEN INPUT batch-eingabedatei.
           IF batch-eingabedateistatus NOT = "00"
               DISPLAY "Fehler: Eingabedatei BATCHIN nicht "
                   "). Vorpruefung abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               SET eingabe-offen TO TRUE
               PERFORM batches-abstimmen
           END-IF.

           IF RETURN-CODE = ZERO
               OPEN OUTPUT saubere-datei
               OPEN OUTPUT abweis-datei
               OPEN OUTPUT abstimm-liste
               IF saubere-dateistatus NOT = "00"
                       OR abweis-dateistatus NOT = "00"
                       OR abstimm-listenstatus NOT = "00"
                   DISPLAY "Fehler: Ausgabedateien CLEANOUT/REJECTS"
                       "/ABSTLIST nicht verfuegbar (Status "
                       saubere-dateistatus "/" abweis-dateistatus
                       "/" abstimm-listenstatus "). Vorpruefung "
                       "abgebrochen."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO batch-zaehler
                   MOVE "N" TO batch-offen-kennzeichen
                   PERFORM UNTIL dateiende
                       READ batch-eingabedatei
                           AT END
                   END-PERFORM
                   CLOSE saubere-datei
                   CLOSE abweis-datei
                   PERFORM abstimmliste-schreiben
                   CLOSE abstimm-liste
                   PERFORM edit-abschlussmeldung
      * Bedingungscode fuer den Scheduler: 0 = alle Saetze
      * uebernommen, 4 = mindestens ein Satz abgewiesen - der
      * Batch-Lauf kann mit der bereinigten Datei trotzdem sauber
      * laufen, die Abweisdatei geht an die Datenerfassung zurueck.
      * Ein nicht abgestimmter Batch zaehlt ebenso als Abweisung,
      * ein fehlender Abteilungs-Master als Warnung.
                   IF abgewiesene-saetze > ZERO
                           OR NOT abteilungs-master-offen
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF eingabe-offen
               CLOSE batch-eingabedatei
           END-IF.
           IF abteilungs-master-offen
               CLOSE abteilungs-master
           END-IF.

           STOP RUN.


      * Oeffnet den Abteilungs-Master fuer die Pruefung der
      * Anforderer-Kennungen. Ist er nicht verfuegbar, entfaellt
      * diese Pruefung mit Warnung (Bedingungscode mindestens 4) -
      * wie bei den Laufoptionen haelt ein fehlender Hilfsbestand
      * die Produktion nicht an.
       abteilungs-master-oeffnen SECTION.
           OPEN INPUT abteilungs-master.
           IF abteilungs-dateistatus = "00"
               SET abteilungs-master-offen TO TRUE
           ELSE
               DISPLAY "Warnung: Abteilungs-Master ABTMASTR nicht "
                   "verfuegbar (Status " abteilungs-dateistatus
                   "). Anforderer-Kennungen werden nicht gegen den "
                   "Master geprueft."
           END-IF.


      * Abstimmdurchlauf: liest die komplette Eingabedatei einmal,
      * legt je Kopfkarte einen Eintrag in der Batch-Tabelle an,
      * zaehlt Karten und Hashsumme bis zur Abschlusskarte nach
      * und setzt die Datei danach fuer den Verteilungsdurchlauf
      * auf den Anfang zurueck - wie anforderungen-vorzaehlen in
      * FACULTYPGM.
       batches-abstimmen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE ZERO TO batch-zaehler.
           MOVE "N" TO batch-offen-kennzeichen.
           PERFORM UNTIL dateiende
               READ batch-eingabedatei
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       PERFORM batchsatz-abstimmen
               END-READ
           END-PERFORM.
           CLOSE batch-eingabedatei.
           MOVE "N" TO eingabe-offen-kennzeichen.
           OPEN INPUT batch-eingabedatei.
           MOVE "N" TO dateiende-kennzeichen.
      * Schlaegt das erneute Oeffnen fehl, wird nichts verteilt -
      * die Ausgabedateien des Vortags bleiben unberuehrt.
           IF batch-eingabedateistatus = "00"
               SET eingabe-offen TO TRUE
           ELSE
               DISPLAY "Fehler: Eingabedatei BATCHIN nach dem "
                   "Abstimmen nicht erneut lesbar (Status "
                   batch-eingabedateistatus "). Vorpruefung "
                   "abgebrochen."
               MOVE 8 TO RETURN-CODE
           END-IF.


      * Wertet eine Karte im Abstimmdurchlauf aus. Eine Kopfkarte
      * eroeffnet einen neuen Batch (ein noch offener Batch
      * bleibt dann ohne Abschluss), eine Abschlusskarte schliesst
      * den offenen Batch ab, jede andere Karte zaehlt mit ihren
      * Operanden in den offenen Batch. Karten ausserhalb eines
      * Batches werden erst im Verteilungsdurchlauf abgewiesen.
       batchsatz-abstimmen SECTION.
           EVALUATE TRUE
               WHEN kontroll-kopfkarte
                   PERFORM batch-eintrag-anlegen
               WHEN kontroll-abschlusskarte
                   IF batch-offen
                       PERFORM batch-eintrag-abschliessen
                   END-IF
               WHEN batch-offen AND batch-index > ZERO
                   ADD 1 TO bt-karten-ist(batch-index)
                   PERFORM hash-wert-ermitteln
                   ADD hash-wert TO bt-hash-ist(batch-index)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Legt zur aktuellen Kopfkarte einen Eintrag in der
      * Batch-Tabelle an; bis zur Abschlusskarte gilt der Batch
      * als nicht abgeschlossen. Ist die Tabelle voll, bleibt
      * batch-index null und der Batch wird spaeter vollstaendig
      * abgewiesen.
       batch-eintrag-anlegen SECTION.
           ADD 1 TO batch-zaehler.
           SET batch-offen TO TRUE.
           IF batches-anzahl < 500
               ADD 1 TO batches-anzahl
               MOVE batches-anzahl TO batch-index
               MOVE kontroll-batch-kennung
                   TO bt-batch-kennung(batch-index)
               MOVE kontroll-anforderer TO bt-anforderer(batch-index)
               MOVE kontroll-erfassungsdatum
                   TO bt-erfassungsdatum(batch-index)
               MOVE ZERO TO bt-karten-soll(batch-index)
               MOVE ZERO TO bt-karten-ist(batch-index)
               MOVE ZERO TO bt-hash-soll(batch-index)
               MOVE ZERO TO bt-hash-ist(batch-index)
               SET bt-ohne-abschluss(batch-index) TO TRUE
           ELSE
               MOVE ZERO TO batch-index
               ADD 1 TO batches-ueber-tabelle
               IF NOT tabelle-voll
                   SET tabelle-voll TO TRUE
                   DISPLAY "Warnung: Mehr als 500 Batches in der "
                       "Eingabedatei - weitere Batches werden "
                       "nicht abgestimmt und abgewiesen."
               END-IF
           END-IF.


      * Schliesst den offenen Batch mit der aktuellen
      * Abschlusskarte ab: abgestimmt ist er nur, wenn die
      * Batch-Kennung der Kopfkarte entspricht und Kartenanzahl
      * und Hashsumme mit der Nachzaehlung uebereinstimmen.
       batch-eintrag-abschliessen SECTION.
           MOVE "N" TO batch-offen-kennzeichen.
           IF batch-index > ZERO
               IF kontroll-kartenanzahl IS NUMERIC
                   MOVE kontroll-kartenanzahl
                       TO bt-karten-soll(batch-index)
               END-IF
               IF kontroll-hashsumme IS NUMERIC
                   MOVE kontroll-hashsumme
                       TO bt-hash-soll(batch-index)
               END-IF
               EVALUATE TRUE
                   WHEN kontroll-batch-kennung
                           NOT = bt-batch-kennung(batch-index)
                       SET bt-kennung-abweichend(batch-index)
                           TO TRUE
                   WHEN kontroll-kartenanzahl IS NOT NUMERIC
                           OR kontroll-hashsumme IS NOT NUMERIC
                           OR bt-karten-soll(batch-index)
                               NOT = bt-karten-ist(batch-index)
                           OR bt-hash-soll(batch-index)
                               NOT = bt-hash-ist(batch-index)
                       SET bt-differenz(batch-index) TO TRUE
                   WHEN OTHER
                       SET bt-abgestimmt(batch-index) TO TRUE
               END-EVALUATE
           END-IF.


      * Ermittelt den Beitrag des aktuellen Eingabesatzes zur
      * Hashsumme: Operand n plus Operand k, nicht numerische
      * Operanden zaehlen null - so rechnet auch die
      * Datenerfassung beim Erstellen der Abschlusskarte.
       hash-wert-ermitteln SECTION.
           MOVE ZERO TO hash-wert.
           IF batch-eingabewert IS NUMERIC
               MOVE batch-eingabewert TO hash-wert
           END-IF.
           IF batch-zweitwert IS NUMERIC
               ADD batch-zweitwert TO hash-wert
           END-IF.


      * Verteilungsdurchlauf: ordnet die aktuelle Karte ihrem
      * Batch zu. Kontrollkarten eines abgestimmten Batches sind
      * damit erledigt; Eingabesaetze eines abgestimmten Batches
      * werden geprueft und je nach Ergebnis unveraendert in die
      * bereinigte Datei oder mit Satznummer und
      * Begruendungscode in die Abweisdatei geschrieben. Jede
      * Karte eines nicht abgestimmten Batches und jede Karte
      * ausserhalb eines Batches geht mit Code 06 in die
      * Abweisdatei.
       eingabesatz-verteilen SECTION.
           ADD 1 TO gelesene-saetze.
           EVALUATE TRUE
               WHEN kontroll-kopfkarte
                   ADD 1 TO kontrollkarten
                   PERFORM verteil-batch-eroeffnen
                   PERFORM kontrollkarte-verteilen
               WHEN kontroll-abschlusskarte
                   ADD 1 TO kontrollkarten
                   IF batch-offen
                       PERFORM kontrollkarte-verteilen
                       MOVE "N" TO batch-offen-kennzeichen
                   ELSE
                       PERFORM satz-ohne-batch-abweisen
                   END-IF
               WHEN NOT batch-offen
                   PERFORM satz-ohne-batch-abweisen
               WHEN NOT batch-gueltig
                   MOVE "06" TO pruef-grundcode
                   PERFORM satz-abweisen
                   ADD 1 TO batch-abgewiesene-saetze
               WHEN OTHER
                   PERFORM eingabesatz-pruefen
                   IF satz-gueltig
                       MOVE batch-eingabesatz TO sauberer-satz
                       WRITE sauberer-satz
                       ADD 1 TO uebernommene-saetze
                   ELSE
                       PERFORM satz-abweisen
                   END-IF
           END-EVALUATE.


      * Eroeffnet im Verteilungsdurchlauf den Batch der aktuellen
      * Kopfkarte und stellt fest, ob er im Abstimmdurchlauf
      * abgestimmt wurde.
       verteil-batch-eroeffnen SECTION.
           ADD 1 TO batch-zaehler.
           SET batch-offen TO TRUE.
           MOVE "N" TO batch-gueltig-kennzeichen.
           IF batch-zaehler <= batches-anzahl
               MOVE batch-zaehler TO batch-index
               IF bt-abgestimmt(batch-index)
                   SET batch-gueltig TO TRUE
               END-IF
           END-IF.


      * Eine Kontrollkarte eines abgestimmten Batches wird nicht
      * weitergegeben - der Batch-Lauf kennt nur Eingabesaetze;
      * die eines nicht abgestimmten Batches geht mit Code 06 in
      * die Abweisdatei, damit der Batch dort vollstaendig steht.
       kontrollkarte-verteilen SECTION.
           IF NOT batch-gueltig
               MOVE "06" TO pruef-grundcode
               PERFORM satz-abweisen
               ADD 1 TO batch-abgewiesene-saetze
           END-IF.


      * Weist eine Karte ab, die zu keinem Batch gehoert
      * (Eingabesatz vor der ersten Kopfkarte oder nach einer
      * Abschlusskarte, Abschlusskarte ohne Kopfkarte).
       satz-ohne-batch-abweisen SECTION.
           MOVE "06" TO pruef-grundcode.
           PERFORM satz-abweisen.
           ADD 1 TO saetze-ohne-batch.
           DISPLAY "Vorpruefung: Satz " gelesene-saetze
               " steht ausserhalb eines Batches - abgewiesen.".


      * Schreibt die aktuelle Karte mit Satznummer und
      * Begruendungscode in die Abweisdatei; Kontrollkarten mit
      * ihrem vollen Kartenbild.
       satz-abweisen SECTION.
           MOVE SPACES TO abweis-satz.
           MOVE gelesene-saetze TO abweis-satznummer.
           MOVE pruef-grundcode TO abweis-grundcode.
           IF kontroll-kopfkarte OR kontroll-abschlusskarte
               MOVE batch-kontrollkarte TO abweis-satzbild
           ELSE
               MOVE batch-eingabesatz TO abweis-satzbild
           END-IF.
           WRITE abweis-satz.
           ADD 1 TO abgewiesene-saetze.


      * Prueft einen Eingabesatz nach denselben Regeln wie
      * null, Operand k numerisch und bei Permutation und
      * Kombination k <= n, Anforderer-Kennung in allen drei
      * Stellen gefuellt), liefert aber je Regel einen eigenen
      * Begruendungscode fuer die Abweisdatei. Eine vollstaendige
      * Kennung muss zudem am Lauftag im Abteilungs-Master
      * gueltig sein.
       eingabesatz-pruefen SECTION.
           EVALUATE TRUE
               WHEN NOT (operation-fakultaet
               WHEN OTHER
                   MOVE "00" TO pruef-grundcode
           END-EVALUATE.
           IF satz-gueltig AND abteilungs-master-offen
                   AND batch-anforderer(1:1) NOT = SPACE
                   AND batch-anforderer(2:1) NOT = SPACE
                   AND batch-anforderer(3:1) NOT = SPACE
               PERFORM anforderer-abteilung-pruefen
           END-IF.


      * Prueft die Anforderer-Kennung des aktuellen Satzes gegen
      * den Abteilungs-Master: die Kennung muss vorhanden, aktiv
      * und am Lauftag gueltig sein, sonst Begruendungscode 07.
       anforderer-abteilung-pruefen SECTION.
           MOVE batch-anforderer TO abt-kennung.
           READ abteilungs-master
               INVALID KEY
                   MOVE "07" TO pruef-grundcode
               NOT INVALID KEY
                   IF NOT abt-aktiv
                           OR abt-gueltig-ab > heute-zeit(1:8)
                           OR abt-gueltig-bis < heute-zeit(1:8)
                       MOVE "07" TO pruef-grundcode
                   END-IF
           END-READ.
           IF NOT satz-gueltig
               ADD 1 TO abteilungs-abweisungen
           END-IF.


      * Liest die Laufoptionsdatei und uebernimmt die fuer die
           END-EVALUATE.


      * Schreibt die Abstimmliste: je Batch eine Zeile mit
      * Batch-Kennung, Abteilung und Erfassungsdatum der
      * Kopfkarte, Soll- und Ist-Werten fuer Kartenanzahl und
      * Hashsumme sowie dem Abstimmergebnis; am Ende die Summen
      * einschliesslich der Karten ausserhalb eines Batches.
       abstimmliste-schreiben SECTION.
           MOVE SPACES TO abstimm-zeile.
           STRING "BATCH-ABSTIMMUNG DER VORPRUEFUNG"
               "          Stand: " heute-zeit(1:8)
               DELIMITED BY SIZE INTO abstimm-zeile.
           WRITE abstimm-zeile.
           MOVE SPACES TO abstimm-zeile.
           WRITE abstimm-zeile.
           MOVE SPACES TO abstimm-zeile.
           STRING "BATCH   ANF  ERFASST      SOLL    IST    "
               "HASH-SOLL     HASH-IST  ERGEBNIS"
               DELIMITED BY SIZE INTO abstimm-zeile.
           WRITE abstimm-zeile.

           PERFORM VARYING batch-index FROM 1 BY 1
                   UNTIL batch-index > batches-anzahl
               PERFORM abstimmzeile-schreiben
           END-PERFORM.
           ADD batches-ueber-tabelle TO abgewiesene-batches.

           MOVE SPACES TO abstimm-zeile.
           WRITE abstimm-zeile.
           MOVE SPACES TO abstimm-zeile.
           STRING "Batches: " batch-zaehler
               "  abgestimmt: " abgestimmte-batches
               "  abgewiesen: " abgewiesene-batches
               DELIMITED BY SIZE INTO abstimm-zeile.
           WRITE abstimm-zeile.
           IF batches-ueber-tabelle > ZERO
               MOVE SPACES TO abstimm-zeile
               STRING "Davon ueber der Tabellengrenze (nicht "
                   "abgestimmt, abgewiesen): "
                   batches-ueber-tabelle
                   DELIMITED BY SIZE INTO abstimm-zeile
               WRITE abstimm-zeile
           END-IF.
           MOVE SPACES TO abstimm-zeile.
           STRING "Karten abgewiesener Batches: "
               batch-abgewiesene-saetze
               "  ausserhalb eines Batches: " saetze-ohne-batch
               DELIMITED BY SIZE INTO abstimm-zeile.
           WRITE abstimm-zeile.


      * Schreibt die Listenzeile eines Batches und zaehlt ihn in
      * die Summen. Ohne Abschlusskarte bleiben die Soll-Spalten
      * leer.
       abstimmzeile-schreiben SECTION.
           MOVE SPACES TO ABSTIMM-DETAILZEILE.
           MOVE bt-batch-kennung(batch-index) TO ad-batch-kennung.
           MOVE bt-anforderer(batch-index) TO ad-anforderer.
           MOVE bt-erfassungsdatum(batch-index)
               TO ad-erfassungsdatum.
           MOVE bt-karten-ist(batch-index) TO anzeige-zahl6.
           MOVE anzeige-zahl6 TO ad-karten-ist.
           MOVE bt-hash-ist(batch-index) TO anzeige-zahl12.
           MOVE anzeige-zahl12 TO ad-hash-ist.
           IF NOT bt-ohne-abschluss(batch-index)
               MOVE bt-karten-soll(batch-index) TO anzeige-zahl6
               MOVE anzeige-zahl6 TO ad-karten-soll
               MOVE bt-hash-soll(batch-index) TO anzeige-zahl12
               MOVE anzeige-zahl12 TO ad-hash-soll
           END-IF.
           EVALUATE TRUE
               WHEN bt-abgestimmt(batch-index)
                   MOVE "ABGESTIMMT" TO ad-ergebnis
                   ADD 1 TO abgestimmte-batches
               WHEN bt-differenz(batch-index)
                   MOVE "DIFFERENZ" TO ad-ergebnis
                   ADD 1 TO abgewiesene-batches
               WHEN bt-kennung-abweichend(batch-index)
                   MOVE "KENNUNG FALSCH" TO ad-ergebnis
                   ADD 1 TO abgewiesene-batches
               WHEN OTHER
                   MOVE "OHNE ABSCHLUSS" TO ad-ergebnis
                   ADD 1 TO abgewiesene-batches
           END-EVALUATE.
           MOVE ABSTIMM-DETAILZEILE TO abstimm-zeile.
           WRITE abstimm-zeile.


      * Meldet die Pruefuebersicht auf SYSOUT, damit Operator und
      * Datenerfassung den Lauf ohne Blick in die Dateien beurteilen
      * koennen.
               " Saetze uebernommen.".
           DISPLAY "Vorpruefung: " abgewiesene-saetze
               " Saetze abgewiesen.".
           DISPLAY "Vorpruefung: " kontrollkarten
               " Kontrollkarten, " batch-zaehler " Batches, davon "
               abgewiesene-batches " nicht abgestimmt.".
           DISPLAY "Vorpruefung: " abteilungs-abweisungen
               " Saetze mit unbekannter oder nicht aktiver "
               "Abteilung (Code 07).".
