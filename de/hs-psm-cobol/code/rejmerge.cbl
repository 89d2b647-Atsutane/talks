               FILE STATUS IS korrektur-dateistatus.
      * Einmischdatei: die erneut geprueften, gueltigen Karten
      * fuer die Eingabedatei des naechsten Batch-Laufs (siehe
      * jcl/REJMJOB.jcl), eingerahmt in Kopf- und Abschlusskarte
      * eines eigenen Korrektur-Batches, damit die Vorpruefung
      * (FACEDIT) sie wie jede Anlieferung abstimmen kann
           SELECT einmisch-datei ASSIGN TO "MERGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS einmisch-dateistatus.
           SELECT options-datei ASSIGN TO "RUNOPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS options-dateistatus.
      * Abteilungs-Master (siehe copybooks/MATHABTM.cpy): die
      * erneute Vorpruefung weist wie FACEDIT unbekannte oder
      * nicht aktive Anforderer-Kennungen ab
           SELECT abteilungs-master ASSIGN TO "ABTMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS abt-kennung
               FILE STATUS IS abteilungs-dateistatus.

      * Datenteil
       DATA DIVISION.
               ==batch-eingabewert== BY ==einmisch-eingabewert==
               ==batch-zweitwert== BY ==einmisch-zweitwert==
               ==batch-anforderer== BY ==einmisch-anforderer==.
      * Kopf- und Abschlusskarte des Korrektur-Batches, siehe
      * copybooks/MATHBKTL.cpy
           COPY MATHBKTL.

      * Satzaufbau gemeinsam mit REJLOAD und REJAGE, siehe
      * copybooks/MATHREJM.cpy
       FD  options-datei.
           COPY MATHOPT.

      * Satzaufbau gemeinsam mit ABTMAST, FACEDIT und
      * FACULTYPGM, siehe copybooks/MATHABTM.cpy
       FD  abteilungs-master.
           COPY MATHABTM.

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Pruefkopie der korrigierten Karte im Aufbau des
           02 einmisch-dateistatus PIC XX.
           02 master-dateistatus PIC XX.
           02 options-dateistatus PIC XX.
           02 abteilungs-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 master-datei-offen-kennzeichen PIC X VALUE "N".
               88 master-datei-offen VALUE "J".
           02 abteilungs-master-offen-kennzeichen PIC X VALUE "N".
               88 abteilungs-master-offen VALUE "J".

      * Aus der Laufoptionsdatei uebernommene Einstellungen, wie
      * in FACEDIT; die uebrigen Schluesselwoerter gelten dem
           02 pruef-grundcode PIC XX.
               88 satz-gueltig VALUE "00".

      * Tagesdatum fuer das Erledigungsdatum im Master und als
      * Stichtag der Abteilungspruefung
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 heute-datum PIC X(8).
           02 eingemischte-karten PIC 9(6) VALUE ZERO.
           02 weiterhin-ungueltige PIC 9(6) VALUE ZERO.
           02 ohne-master-eintrag PIC 9(6) VALUE ZERO.
           02 erledigte-kontrollkarten PIC 9(6) VALUE ZERO.

      * Rahmen des Korrektur-Batches: Batch-Kennung "KR" plus
      * Monat und Tag, Abteilung "KOR" (Datenerfassung), dazu
      * die Hashsumme der eingemischten Karten fuer die
      * Abschlusskarte (Operand n plus Operand k, wie FACEDIT
      * nachrechnet). Die Kopfkarte wird erst mit der ersten
      * gueltigen Karte geschrieben, damit ein Lauf ohne
      * Einmischung keinen leeren Batch anliefert.
       01  RAHMEN-HILFSFELDER.
           02 rahmen-batch-kennung PIC X(6).
           02 rahmen-anforderer PIC XXX VALUE "KOR".
           02 rahmen-hashsumme PIC 9(12) VALUE ZERO.
           02 hash-wert PIC 9(4).
           02 kopfkarte-kennzeichen PIC X VALUE "N".
               88 kopfkarte-geschrieben VALUE "J".

      * Verarbeitungsteil
       PROCEDURE DIVISION.
           PERFORM optionen-einlesen.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE heute-zeit(1:8) TO heute-datum.
           MOVE SPACES TO rahmen-batch-kennung.
           STRING "KR" heute-datum(5:4)
               DELIMITED BY SIZE INTO rahmen-batch-kennung.

           OPEN INPUT korrektur-datei.
           IF korrektur-dateistatus NOT = "00"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM abweis-master-oeffnen
                   PERFORM abteilungs-master-oeffnen
                   PERFORM UNTIL dateiende
                       READ korrektur-datei
                           AT END
                               PERFORM korrektur-verarbeiten
                       END-READ
                   END-PERFORM
                   IF kopfkarte-geschrieben
                       PERFORM abschlusskarte-schreiben
                   END-IF
                   CLOSE einmisch-datei
                   IF master-datei-offen
                       CLOSE abweis-master
                   END-IF
                   IF abteilungs-master-offen
                       CLOSE abteilungs-master
                   END-IF
                   PERFORM merge-abschlussmeldung
                   IF weiterhin-ungueltige > ZERO
                           OR NOT abteilungs-master-offen
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
           END-IF.


      * Oeffnet den Abteilungs-Master fuer die erneute Pruefung
      * der Anforderer-Kennungen. Ist er nicht verfuegbar,
      * entfaellt diese Pruefung mit Warnung (Bedingungscode
      * mindestens 4) - FACEDIT prueft die Karten im naechsten
      * Lauf ohnehin erneut.
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


      * Verarbeitet eine einzelne Korrekturzeile: erneute
      * Vorpruefung, bei Erfolg Einmischen und Erledigen, sonst
      * Meldung mit Begruendungscode.
      * Die Kopf- oder Abschlusskarte eines abgewiesenen Batches
      * (Code 06 in FACEDIT) wird nicht eingemischt - der
      * Korrektur-Batch traegt seinen eigenen Rahmen; ihr
      * Master-Eintrag wird nur erledigt.
       korrektur-verarbeiten SECTION.
           ADD 1 TO gelesene-korrekturen.
           MOVE korrektur-kartenbild TO batch-eingabesatz.
           IF korrektur-kartenbild(1:3) = "KPF"
                   OR korrektur-kartenbild(1:3) = "ABS"
               ADD 1 TO erledigte-kontrollkarten
               PERFORM master-eintrag-erledigen
           ELSE
               PERFORM korrekturkarte-verarbeiten
           END-IF.


      * Prueft eine korrigierte Eingabekarte erneut und mischt
      * sie bei Erfolg in den Korrektur-Batch ein.
       korrekturkarte-verarbeiten SECTION.
           PERFORM korrektursatz-pruefen.
           IF satz-gueltig
               IF NOT kopfkarte-geschrieben
                   PERFORM kopfkarte-schreiben
               END-IF
               MOVE batch-eingabesatz TO einmisch-satz
               WRITE einmisch-satz
               ADD 1 TO eingemischte-karten
               PERFORM hash-wert-ermitteln
               ADD hash-wert TO rahmen-hashsumme
               PERFORM master-eintrag-erledigen
           ELSE
               ADD 1 TO weiterhin-ungueltige
           END-IF.


      * Schreibt die Kopfkarte des Korrektur-Batches vor die
      * erste eingemischte Karte.
       kopfkarte-schreiben SECTION.
           MOVE SPACES TO batch-kontrollkarte.
           SET kontroll-kopfkarte TO TRUE.
           MOVE rahmen-batch-kennung TO kontroll-batch-kennung.
           MOVE rahmen-anforderer TO kontroll-anforderer.
           MOVE heute-datum TO kontroll-erfassungsdatum.
           WRITE batch-kontrollkarte.
           SET kopfkarte-geschrieben TO TRUE.


      * Schreibt die Abschlusskarte des Korrektur-Batches mit
      * Kartenanzahl und Hashsumme der eingemischten Karten.
       abschlusskarte-schreiben SECTION.
           MOVE SPACES TO batch-kontrollkarte.
           SET kontroll-abschlusskarte TO TRUE.
           MOVE rahmen-batch-kennung TO kontroll-batch-kennung.
           MOVE rahmen-anforderer TO kontroll-anforderer.
           MOVE eingemischte-karten TO kontroll-kartenanzahl.
           MOVE rahmen-hashsumme TO kontroll-hashsumme.
           WRITE batch-kontrollkarte.


      * Ermittelt den Beitrag der eingemischten Karte zur
      * Hashsumme, wie hash-wert-ermitteln in FACEDIT.
       hash-wert-ermitteln SECTION.
           MOVE ZERO TO hash-wert.
           IF batch-eingabewert IS NUMERIC
               MOVE batch-eingabewert TO hash-wert
           END-IF.
           IF batch-zweitwert IS NUMERIC
               ADD batch-zweitwert TO hash-wert
           END-IF.


      * Prueft die korrigierte Karte nach denselben Regeln wie
      * eingabesatz-pruefen in FACEDIT, mit denselben
      * Begruendungscodes.
               WHEN OTHER
                   MOVE "00" TO pruef-grundcode
           END-EVALUATE.
           IF satz-gueltig AND abteilungs-master-offen
                   AND batch-anforderer(1:1) NOT = SPACE
                   AND batch-anforderer(2:1) NOT = SPACE
                   AND batch-anforderer(3:1) NOT = SPACE
               PERFORM anforderer-abteilung-pruefen
           END-IF.


      * Prueft die Anforderer-Kennung der korrigierten Karte wie
      * anforderer-abteilung-pruefen in FACEDIT gegen den
      * Abteilungs-Master (Stichtag heute), sonst Code 07.
       anforderer-abteilung-pruefen SECTION.
           MOVE batch-anforderer TO abt-kennung.
           READ abteilungs-master
               INVALID KEY
                   MOVE "07" TO pruef-grundcode
               NOT INVALID KEY
                   IF NOT abt-aktiv
                           OR abt-gueltig-ab > heute-datum
                           OR abt-gueltig-bis < heute-datum
                       MOVE "07" TO pruef-grundcode
                   END-IF
           END-READ.


      * Setzt den Master-Eintrag der eingemischten Karte auf
               " Karten weiterhin ungueltig.".
           DISPLAY "Einmischen: " ohne-master-eintrag
               " Karten ohne erledigbaren Master-Eintrag.".
           DISPLAY "Einmischen: " erledigte-kontrollkarten
               " Kontrollkarten abgewiesener Batches erledigt.".
