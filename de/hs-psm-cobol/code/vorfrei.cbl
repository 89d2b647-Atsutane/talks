      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           VORFREI.
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
      * Betriebskalender wie im Kalender-Wachhund FACWATCH: je
      * Tag eine Zeile mit Datum und Art (W = Werktag, F =
      * Feiertag, A = geplanter Ausfalltag). Tage ohne
      * Kalenderzeile (Wochenenden) sind keine Werktage.
           SELECT kalender-datei ASSIGN TO "CALDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS kalender-dateistatus.
      * Vormerkdatei, gepflegt ueber VORMERK (jcl/VORMJOB.jcl);
      * sequentiell durchlaufen, freigegebene Eintraege werden
      * fortgeschaltet und zurueckgeschrieben
           SELECT vormerk-datei ASSIGN TO "VORMERK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vm-nummer
               FILE STATUS IS vormerk-dateistatus.
      * Freigabedatei: die heute faelligen Anforderungen fuer
      * die Eingabedatei des Batch-Laufs (siehe
      * jcl/FACJOB.jcl), eingerahmt in Kopf- und Abschlusskarte
      * eines eigenen Vormerk-Batches, damit die Vorpruefung
      * (FACEDIT) sie wie jede Anlieferung abstimmen kann
           SELECT freigabe-datei ASSIGN TO "FREIOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS freigabe-dateistatus.
      * Freigabeliste: je freigegebener Anforderung eine Zeile
           SELECT freigabe-liste ASSIGN TO "FREILIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS freiliste-dateistatus.
      * Bestandsliste: wartende und kuerzlich stornierte
      * Vormerkungen
           SELECT warte-liste ASSIGN TO "WARTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS warteliste-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Aufbau einer Kalenderzeile: Datum JJJJMMTT (Spalten 1-8),
      * Art (Spalte 10), freier Kommentar ab Spalte 12
       FD  kalender-datei.
       01  kalender-satz.
           02 kalender-datum PIC X(8).
           02 FILLER PIC X.
           02 kalender-art PIC X.
               88 kalender-werktag VALUE "W".
               88 kalender-feiertag VALUE "F".
               88 kalender-ausfalltag VALUE "A".
           02 FILLER PIC X.
           02 kalender-kommentar PIC X(29).

      * Satzaufbau gemeinsam mit VORMERK, siehe
      * copybooks/MATHVORM.cpy
       FD  vormerk-datei.
           COPY MATHVORM.

      * Die Freigabedatei traegt denselben Satzaufbau wie die
      * Eingabedatei des Batch-Laufs (siehe
      * copybooks/MATHBSAT.cpy); die Namen werden per REPLACING
      * umbenannt, da das Copybook in diesem Programm bereits die
      * Arbeitskopie im Zwischenspeicher beschreibt.
       FD  freigabe-datei.
           COPY MATHBSAT REPLACING
               ==batch-eingabesatz== BY ==freigabe-satz==
               ==batch-operationscode== BY ==freigabe-operationscode==
               ==operation-fakultaet== BY
                   ==freigabe-operation-fakultaet==
               ==operation-permutation== BY
                   ==freigabe-operation-permutation==
               ==operation-kombination== BY
                   ==freigabe-operation-kombination==
               ==operation-kombination-wdh== BY
                   ==freigabe-operation-kombination-wdh==
               ==operation-derangement== BY
                   ==freigabe-operation-derangement==
               ==batch-eingabewert== BY ==freigabe-eingabewert==
               ==batch-zweitwert== BY ==freigabe-zweitwert==
               ==batch-anforderer== BY ==freigabe-anforderer==.
      * Kopf- und Abschlusskarte des Vormerk-Batches, siehe
      * copybooks/MATHBKTL.cpy
           COPY MATHBKTL.

       FD  freigabe-liste.
       01  freiliste-satz PIC X(80).

       FD  warte-liste.
       01  warteliste-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Arbeitskopie der freigegebenen Anforderung im Aufbau des
      * Batch-Eingabesatzes fuer die Hashsumme (siehe
      * copybooks/MATHBSAT.cpy)
           COPY MATHBSAT.

      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 kalender-dateistatus PIC XX.
           02 vormerk-dateistatus PIC XX.
           02 freigabe-dateistatus PIC XX.
           02 freiliste-dateistatus PIC XX.
           02 warteliste-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".

      * Parameterkarte: Lauftag JJJJMMTT in den Spalten 1-8 fuer
      * die Wiederholung eines ausgefallenen Tages; die leere
      * Karte gibt fuer heute frei.
       01  PARAMETERKARTE.
           02 parameter-lauftag PIC X(8) VALUE SPACES.

      * Lauftag und Hilfsfelder der Datumsrechnung
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 lauftag PIC X(8).
           02 lauftag-werktag-kennzeichen PIC X VALUE "N".
               88 lauftag-ist-werktag VALUE "J".
           02 storno-grenze PIC X(8).
           02 faellig-datum PIC X(8).
           02 kalender-luecke-kennzeichen PIC X.
               88 kalender-luecke VALUE "J".
           02 such-datum PIC X(8).
           02 fund-datum PIC X(8).
           02 rechen-datum PIC 9(8).
           02 rechen-datum-teile REDEFINES rechen-datum.
               03 rechen-jahr PIC 9(4).
               03 rechen-monat PIC 99.
               03 rechen-tag PIC 99.
           02 lauftag-zahl PIC 9(8).
           02 faellig-zahl PIC 9(8).
           02 verzug-tage PIC 9(5).

      * Betriebskalender als Tabelle wie in FACWATCH; 400 Tage
      * decken gut ein Jahr ab, weitere Zeilen werden mit Warnung
      * uebergangen.
       01  KALENDER-TABELLE.
           02 kalender-anzahl PIC 9(3) VALUE ZERO.
           02 kalender-eintrag OCCURS 400 TIMES.
               03 kal-datum PIC X(8).
               03 kal-art PIC X.
       01  KALENDER-HILFSFELDER.
           02 kalender-index PIC 9(3).

      * Rahmen des Vormerk-Batches: Batch-Kennung "VM" plus
      * Monat und Tag, Abteilung "VOR" (Vormerkung), dazu die
      * Hashsumme der freigegebenen Karten fuer die
      * Abschlusskarte, wie der Korrektur-Batch in REJMERGE. Die
      * Kopfkarte wird erst mit der ersten freigegebenen Karte
      * geschrieben, damit ein Tag ohne Freigabe keinen leeren
      * Batch anliefert.
       01  RAHMEN-HILFSFELDER.
           02 rahmen-batch-kennung PIC X(6).
           02 rahmen-anforderer PIC XXX VALUE "VOR".
           02 rahmen-hashsumme PIC 9(12) VALUE ZERO.
           02 hash-wert PIC 9(4).
           02 kopfkarte-kennzeichen PIC X VALUE "N".
               88 kopfkarte-geschrieben VALUE "J".

      * Zaehler fuer Listen, Abschlussmeldung und Bedingungscode
       01  FREIGABE-ZAEHLER.
           02 gelesene-eintraege PIC 9(6) VALUE ZERO.
           02 freigegebene-karten PIC 9(6) VALUE ZERO.
           02 fortgeschaltete-eintraege PIC 9(6) VALUE ZERO.
           02 erledigte-eintraege PIC 9(6) VALUE ZERO.
           02 wartende-eintraege PIC 9(6) VALUE ZERO.
           02 ueberfaellige-eintraege PIC 9(6) VALUE ZERO.
           02 stornierte-eintraege PIC 9(6) VALUE ZERO.
           02 fehlerhafte-eintraege PIC 9(6) VALUE ZERO.

      * Aufbau einer Zeile der Freigabeliste
       01  FREIGABE-ZEILE.
           02 fz-nummer PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 fz-kartenbild PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 fz-faellig PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 fz-verzug PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 fz-wiederholung PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 fz-naechste PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 fz-freigaben PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 fz-bemerkung PIC X(28).

      * Aufbau einer Zeile der wartenden Vormerkungen
       01  WARTE-ZEILE.
           02 wz-nummer PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 wz-kartenbild PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 wz-stichtag PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 wz-faellig PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 wz-wiederholung PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 wz-ende-datum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 wz-hinweis PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 wz-bemerkung PIC X(20).

      * Aufbau einer Zeile der stornierten Vormerkungen
       01  STORNO-ZEILE.
           02 sz-nummer PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 sz-kartenbild PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 sz-stichtag PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 sz-wiederholung PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 sz-storno-datum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 sz-erfasst-datum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 sz-bemerkung PIC X(29).

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: bestimmt den Lauftag, liest den
      * Betriebskalender und gibt jede wartende Vormerkung frei,
      * deren Faelligkeit am Lauftag erreicht oder ueberschritten
      * ist - aber nur an einem Werktag, damit an Feier- und
      * Ausfalltagen nichts in einen Lauf geraet, den niemand
      * erwartet. Wiederkehrende Eintraege werden auf die
      * naechste Faelligkeit fortgeschaltet, einmalige erledigt.
      * Danach listet sie alle noch wartenden und die in den
      * letzten 31 Tagen stornierten Vormerkungen auf.
      *   RC=0  alle faelligen Vormerkungen freigegeben
      *   RC=4  Hinweis: faellige Vormerkungen warten weiter
      *         (Lauftag kein Werktag) oder Eintraege mit
      *         unbrauchbarem Stichtag - Bestandsliste pruefen
      *   RC=8  Kalender, Vormerkdatei oder Ausgaben nicht
      *         verfuegbar - nichts freigegeben
       main SECTION.
           PERFORM lauftag-bestimmen.
           PERFORM kalender-einlesen.
           IF RETURN-CODE = ZERO
               PERFORM lauftag-pruefen
               PERFORM vormerk-datei-oeffnen
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM ausgaben-oeffnen
               IF RETURN-CODE = ZERO
                   PERFORM freigabe-durchlauf
                   CLOSE vormerk-datei
                   CLOSE freigabe-datei
                   CLOSE freigabe-liste
                   PERFORM bestand-auflisten
                   CLOSE warte-liste
                   PERFORM freigabe-abschlussmeldung
                   IF ueberfaellige-eintraege > ZERO
                           OR fehlerhafte-eintraege > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CLOSE vormerk-datei
               END-IF
           END-IF.

           STOP RUN.


      * Bestimmt den Lauftag aus der Parameterkarte bzw. dem
      * Tagesdatum, dazu die Batch-Kennung des Vormerk-Batches
      * und die Grenze der Stornoliste (31 Tage zurueck).
       lauftag-bestimmen SECTION.
           ACCEPT PARAMETERKARTE.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           IF parameter-lauftag IS NUMERIC
               MOVE parameter-lauftag TO lauftag
               DISPLAY "Hinweis: Freigabe fuer Lauftag " lauftag
                   " laut Parameterkarte."
           ELSE
               MOVE heute-zeit(1:8) TO lauftag
           END-IF.
           MOVE lauftag TO lauftag-zahl.
           COMPUTE rechen-datum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(lauftag-zahl) - 31).
           MOVE rechen-datum TO storno-grenze.
           MOVE SPACES TO rahmen-batch-kennung.
           STRING "VM" lauftag(5:4)
               DELIMITED BY SIZE INTO rahmen-batch-kennung.


      * Liest den Betriebskalender in die Tabelle; Zeilen ohne
      * gueltiges Datum oder Art werden mit Warnung uebergangen.
       kalender-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT kalender-datei.
           IF kalender-dateistatus NOT = "00"
               DISPLAY "Fehler: Betriebskalender CALDAT nicht "
                   "verfuegbar (Status " kalender-dateistatus
                   "). Freigabe abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL dateiende
                   READ kalender-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM kalenderzeile-uebernehmen
                   END-READ
               END-PERFORM
               CLOSE kalender-datei
               IF kalender-anzahl = ZERO
                   DISPLAY "Fehler: Betriebskalender CALDAT ohne "
                       "auswertbare Tage. Freigabe abgebrochen."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.


      * Uebernimmt eine Kalenderzeile in die Tabelle.
       kalenderzeile-uebernehmen SECTION.
           EVALUATE TRUE
               WHEN kalender-satz = SPACES
                   CONTINUE
               WHEN kalender-datum IS NOT NUMERIC
                   OR NOT (kalender-werktag OR kalender-feiertag
                       OR kalender-ausfalltag)
                   DISPLAY "Warnung: Unbrauchbare Kalenderzeile """
                       kalender-satz(1:10) """ wird uebergangen."
               WHEN kalender-anzahl >= 400
                   DISPLAY "Warnung: Mehr als 400 Kalendertage - "
                       "Tag " kalender-datum " nicht beruecksichtigt."
               WHEN OTHER
                   ADD 1 TO kalender-anzahl
                   MOVE kalender-datum
                       TO kal-datum(kalender-anzahl)
                   MOVE kalender-art TO kal-art(kalender-anzahl)
           END-EVALUATE.


      * Stellt fest, ob der Lauftag im Betriebskalender als
      * Werktag gefuehrt ist. Nur dann wird freigegeben.
       lauftag-pruefen SECTION.
           MOVE "N" TO lauftag-werktag-kennzeichen.
           PERFORM VARYING kalender-index FROM 1 BY 1
                   UNTIL kalender-index > kalender-anzahl
               IF kal-datum(kalender-index) = lauftag
                       AND kal-art(kalender-index) = "W"
                   SET lauftag-ist-werktag TO TRUE
               END-IF
           END-PERFORM.
           IF NOT lauftag-ist-werktag
               DISPLAY "Hinweis: Lauftag " lauftag " ist laut "
                   "Betriebskalender kein Werktag - es wird nichts "
                   "freigegeben."
           END-IF.


      * Oeffnet die Vormerkdatei zum Fortschalten. Existiert sie
      * noch nicht (Dateistatus 35), wird sie leer angelegt - wie
      * in VORMERK; es gibt dann nichts freizugeben.
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
                   "Freigabe abgebrochen."
               MOVE 8 TO RETURN-CODE
           END-IF.


      * Oeffnet Freigabedatei, Freigabeliste und Bestandsliste.
      * Ohne eine davon wird nichts freigegeben - eine Freigabe
      * ohne Nachweis oder ohne Karte waere verloren.
       ausgaben-oeffnen SECTION.
           OPEN OUTPUT freigabe-datei.
           IF freigabe-dateistatus NOT = "00"
               DISPLAY "Fehler: Freigabedatei FREIOUT nicht "
                   "verfuegbar (Status " freigabe-dateistatus
                   "). Freigabe abgebrochen."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT freigabe-liste
               IF freiliste-dateistatus NOT = "00"
                   DISPLAY "Fehler: Freigabeliste FREILIST nicht "
                       "verfuegbar (Status " freiliste-dateistatus
                       "). Freigabe abgebrochen."
                   CLOSE freigabe-datei
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT warte-liste
                   IF warteliste-dateistatus NOT = "00"
                       DISPLAY "Fehler: Bestandsliste WARTLIST "
                           "nicht verfuegbar (Status "
                           warteliste-dateistatus
                           "). Freigabe abgebrochen."
                       CLOSE freigabe-datei
                       CLOSE freigabe-liste
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.


      * Laeuft einmal ueber die Vormerkdatei und gibt jede
      * wartende Vormerkung frei, die am Lauftag faellig oder
      * ueberfaellig ist; schreibt dazu die Freigabeliste.
       freigabe-durchlauf SECTION.
           MOVE SPACES TO freiliste-satz.
           STRING "VORMERKUNGEN - FREIGABELISTE"
               "                    Lauftag: " lauftag
               DELIMITED BY SIZE INTO freiliste-satz.
           WRITE freiliste-satz.
           MOVE SPACES TO freiliste-satz.
           WRITE freiliste-satz.
           IF NOT lauftag-ist-werktag
               MOVE SPACES TO freiliste-satz
               STRING "Lauftag ist laut Betriebskalender kein "
                   "Werktag - keine Freigabe."
                   DELIMITED BY SIZE INTO freiliste-satz
               WRITE freiliste-satz
               MOVE SPACES TO freiliste-satz
               WRITE freiliste-satz
           END-IF.
           MOVE SPACES TO freiliste-satz.
           STRING "NUMMER KARTENBILD     FAELLIG  VERZ W NAECHST. "
               "ANZ. BEMERKUNG"
               DELIMITED BY SIZE INTO freiliste-satz.
           WRITE freiliste-satz.

           MOVE "N" TO dateiende-kennzeichen.
           PERFORM UNTIL dateiende
               READ vormerk-datei NEXT
                   AT END
                       SET dateiende TO TRUE
                   NOT AT END
                       ADD 1 TO gelesene-eintraege
                       IF vm-wartend
                           PERFORM eintrag-pruefen
                       END-IF
               END-READ
           END-PERFORM.

           IF kopfkarte-geschrieben
               PERFORM abschlusskarte-schreiben
           END-IF.

           MOVE SPACES TO freiliste-satz.
           WRITE freiliste-satz.
           MOVE SPACES TO freiliste-satz.
           STRING "Freigegeben: " freigegebene-karten
               "  davon fortgeschaltet: " fortgeschaltete-eintraege
               "  erledigt: " erledigte-eintraege
               DELIMITED BY SIZE INTO freiliste-satz.
           WRITE freiliste-satz.
           IF kopfkarte-geschrieben
               MOVE SPACES TO freiliste-satz
               STRING "Vormerk-Batch " rahmen-batch-kennung
                   "  Abteilung " rahmen-anforderer
                   "  Hashsumme " rahmen-hashsumme
                   DELIMITED BY SIZE INTO freiliste-satz
               WRITE freiliste-satz
           END-IF.


      * Prueft eine wartende Vormerkung auf Faelligkeit und gibt
      * sie gegebenenfalls frei. Ein Eintrag mit unbrauchbarem
      * Stichtag wird nie freigegeben und in der Bestandsliste
      * markiert.
       eintrag-pruefen SECTION.
           IF vm-stichtag IS NOT NUMERIC
               DISPLAY "Warnung: Vormerkung " vm-nummer
                   " mit unbrauchbarem Stichtag """ vm-stichtag
                   """ - nicht freigegeben."
           ELSE
               PERFORM faelligkeit-ermitteln
               IF lauftag-ist-werktag
                       AND faellig-datum <= lauftag
                   PERFORM eintrag-freigeben
               END-IF
           END-IF.


      * Ermittelt das Faelligkeitsdatum des aktuellen Eintrags
      * aus seinem Stichtag: bei Monatsende-Eintraegen der letzte
      * Werktag im Monat des Stichtags, sonst der erste Werktag
      * ab dem Stichtag. Reicht der Kalender dafuer nicht aus,
      * gilt der Stichtag bzw. der letzte Tag des Monats, und die
      * Bestandsliste markiert den Eintrag.
       faelligkeit-ermitteln SECTION.
           MOVE "N" TO kalender-luecke-kennzeichen.
           MOVE vm-stichtag TO such-datum.
           IF vm-monatsende
               PERFORM monatsende-werktag-suchen
           ELSE
               PERFORM naechsten-werktag-suchen
           END-IF.
           IF fund-datum = SPACES
               SET kalender-luecke TO TRUE
               IF vm-monatsende
                   PERFORM monatsletzten-ermitteln
               ELSE
                   MOVE vm-stichtag TO fund-datum
               END-IF
           END-IF.
           MOVE fund-datum TO faellig-datum.


      * Sucht den fruehesten Werktag ab such-datum (einschliesslich)
      * im Kalender; fund-datum bleibt leer, wenn keiner folgt.
       naechsten-werktag-suchen SECTION.
           MOVE SPACES TO fund-datum.
           PERFORM VARYING kalender-index FROM 1 BY 1
                   UNTIL kalender-index > kalender-anzahl
               IF kal-art(kalender-index) = "W"
                       AND kal-datum(kalender-index) >= such-datum
                   IF fund-datum = SPACES
                           OR kal-datum(kalender-index) < fund-datum
                       MOVE kal-datum(kalender-index) TO fund-datum
                   END-IF
               END-IF
           END-PERFORM.


      * Sucht den letzten Werktag im Monat von such-datum im
      * Kalender; fund-datum bleibt leer, wenn der Monat keinen
      * Werktag fuehrt.
       monatsende-werktag-suchen SECTION.
           MOVE SPACES TO fund-datum.
           PERFORM VARYING kalender-index FROM 1 BY 1
                   UNTIL kalender-index > kalender-anzahl
               IF kal-art(kalender-index) = "W"
                       AND kal-datum(kalender-index)(1:6)
                           = such-datum(1:6)
                   IF fund-datum = SPACES
                           OR kal-datum(kalender-index) > fund-datum
                       MOVE kal-datum(kalender-index) TO fund-datum
                   END-IF
               END-IF
           END-PERFORM.


      * Ermittelt den letzten Kalendertag im Monat von
      * such-datum (Erster des Folgemonats minus ein Tag).
       monatsletzten-ermitteln SECTION.
           MOVE such-datum TO rechen-datum.
           MOVE 1 TO rechen-tag.
           IF rechen-monat = 12
               MOVE 1 TO rechen-monat
               ADD 1 TO rechen-jahr
           ELSE
               ADD 1 TO rechen-monat
           END-IF.
           COMPUTE rechen-datum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(rechen-datum) - 1).
           MOVE rechen-datum TO fund-datum.


      * Gibt den aktuellen Eintrag frei: Karte in den
      * Vormerk-Batch, Freigabe vermerken, wiederkehrende
      * Eintraege fortschalten, einmalige erledigen, Eintrag
      * zurueckschreiben und in der Freigabeliste ausweisen.
       eintrag-freigeben SECTION.
           IF NOT kopfkarte-geschrieben
               PERFORM kopfkarte-schreiben
           END-IF.
           MOVE vm-kartenbild TO batch-eingabesatz.
           MOVE batch-eingabesatz TO freigabe-satz.
           WRITE freigabe-satz.
           ADD 1 TO freigegebene-karten.
           PERFORM hash-wert-ermitteln.
           ADD hash-wert TO rahmen-hashsumme.

           MOVE SPACES TO FREIGABE-ZEILE.
           MOVE vm-nummer TO fz-nummer.
           MOVE vm-kartenbild TO fz-kartenbild.
           MOVE faellig-datum TO fz-faellig.
           MOVE faellig-datum TO faellig-zahl.
           COMPUTE verzug-tage =
               FUNCTION INTEGER-OF-DATE(lauftag-zahl)
               - FUNCTION INTEGER-OF-DATE(faellig-zahl).
           MOVE verzug-tage TO fz-verzug.
           MOVE vm-wiederholung TO fz-wiederholung.
           MOVE vm-bemerkung TO fz-bemerkung.

           ADD 1 TO vm-freigaben.
           MOVE lauftag TO vm-letzte-freigabe.
           IF vm-einmalig
               SET vm-erledigt TO TRUE
           ELSE
               PERFORM naechsten-stichtag-ermitteln
               IF vm-ende-datum NOT = SPACES
                       AND faellig-datum > vm-ende-datum
                   SET vm-erledigt TO TRUE
               END-IF
           END-IF.
           IF vm-erledigt
               ADD 1 TO erledigte-eintraege
               MOVE "ERLEDIGT" TO fz-naechste
           ELSE
               ADD 1 TO fortgeschaltete-eintraege
               MOVE faellig-datum TO fz-naechste
           END-IF.
           MOVE vm-freigaben TO fz-freigaben.

           REWRITE VORMERK-SATZ
               INVALID KEY
                   DISPLAY "Fehler: Vormerkung " vm-nummer
                       " nicht zurueckschreibbar (Status "
                       vormerk-dateistatus ") - wird am naechsten "
                       "Werktag erneut freigegeben."
                   ADD 1 TO fehlerhafte-eintraege
           END-REWRITE.

           MOVE FREIGABE-ZEILE TO freiliste-satz.
           WRITE freiliste-satz.


      * Schaltet einen wiederkehrenden Eintrag auf den naechsten
      * Stichtag nach dem Lauftag fort und ermittelt dessen
      * Faelligkeit. Ausgefallene Termine werden dabei nicht
      * nachgeholt - die heutige Freigabe deckt sie ab.
      *   T  der Tag nach dem Lauftag (Faelligkeit: naechster
      *      Werktag)
      *   W  der Stichtag in Schritten von sieben Tagen, bis er
      *      nach dem Lauftag liegt - der Wochentag bleibt
      *   M  der Folgemonat, bis dessen letzter Werktag nach dem
      *      Lauftag liegt
       naechsten-stichtag-ermitteln SECTION.
           EVALUATE TRUE
               WHEN vm-taeglich
                   COMPUTE rechen-datum = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(lauftag-zahl) + 1)
                   MOVE rechen-datum TO vm-stichtag
               WHEN vm-woechentlich
                   MOVE vm-stichtag TO rechen-datum
                   PERFORM UNTIL rechen-datum > lauftag-zahl
                       COMPUTE rechen-datum =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(rechen-datum)
                           + 7)
                   END-PERFORM
                   MOVE rechen-datum TO vm-stichtag
               WHEN vm-monatsende
                   PERFORM UNTIL faellig-datum > lauftag
                       MOVE vm-stichtag TO rechen-datum
                       MOVE 1 TO rechen-tag
                       IF rechen-monat = 12
                           MOVE 1 TO rechen-monat
                           ADD 1 TO rechen-jahr
                       ELSE
                           ADD 1 TO rechen-monat
                       END-IF
                       MOVE rechen-datum TO vm-stichtag
                       PERFORM faelligkeit-ermitteln
                   END-PERFORM
           END-EVALUATE.
           PERFORM faelligkeit-ermitteln.


      * Schreibt die Kopfkarte des Vormerk-Batches vor die erste
      * freigegebene Karte.
       kopfkarte-schreiben SECTION.
           MOVE SPACES TO batch-kontrollkarte.
           SET kontroll-kopfkarte TO TRUE.
           MOVE rahmen-batch-kennung TO kontroll-batch-kennung.
           MOVE rahmen-anforderer TO kontroll-anforderer.
           MOVE lauftag TO kontroll-erfassungsdatum.
           WRITE batch-kontrollkarte.
           SET kopfkarte-geschrieben TO TRUE.


      * Schreibt die Abschlusskarte des Vormerk-Batches mit
      * Kartenanzahl und Hashsumme der freigegebenen Karten.
       abschlusskarte-schreiben SECTION.
           MOVE SPACES TO batch-kontrollkarte.
           SET kontroll-abschlusskarte TO TRUE.
           MOVE rahmen-batch-kennung TO kontroll-batch-kennung.
           MOVE rahmen-anforderer TO kontroll-anforderer.
           MOVE freigegebene-karten TO kontroll-kartenanzahl.
           MOVE rahmen-hashsumme TO kontroll-hashsumme.
           WRITE batch-kontrollkarte.


      * Ermittelt den Beitrag der freigegebenen Karte zur
      * Hashsumme, wie hash-wert-ermitteln in FACEDIT.
       hash-wert-ermitteln SECTION.
           MOVE ZERO TO hash-wert.
           IF batch-eingabewert IS NUMERIC
               MOVE batch-eingabewert TO hash-wert
           END-IF.
           IF batch-zweitwert IS NUMERIC
               ADD batch-zweitwert TO hash-wert
           END-IF.


      * Schreibt die Bestandsliste: zuerst alle weiterhin
      * wartenden Vormerkungen mit ihrer naechsten Faelligkeit -
      * eine ueberfaellige steht dort mit Hinweis, damit nichts
      * Faelliges vergessen wird -, danach die in den letzten
      * 31 Tagen stornierten. Die Vormerkdatei wird dazu zweimal
      * lesend durchlaufen.
       bestand-auflisten SECTION.
           MOVE SPACES TO warteliste-satz.
           STRING "VORMERKUNGEN - WARTENDE ANFORDERUNGEN"
               "                Stand: " lauftag
               DELIMITED BY SIZE INTO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           STRING "NUMMER KARTENBILD     STICHTAG FAELLIG  W ENDE"
               "     HINWEIS  BEMERKUNG"
               DELIMITED BY SIZE INTO warteliste-satz.
           WRITE warteliste-satz.
           PERFORM bestand-lesen-wartende.
           MOVE SPACES TO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           STRING "Wartend: " wartende-eintraege
               "  davon ueberfaellig: " ueberfaellige-eintraege
               DELIMITED BY SIZE INTO warteliste-satz.
           WRITE warteliste-satz.

           MOVE SPACES TO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           STRING "VORMERKUNGEN - STORNIERT SEIT " storno-grenze
               DELIMITED BY SIZE INTO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           STRING "NUMMER KARTENBILD     STICHTAG W STORNO   "
               "ERFASST  BEMERKUNG"
               DELIMITED BY SIZE INTO warteliste-satz.
           WRITE warteliste-satz.
           PERFORM bestand-lesen-stornierte.
           MOVE SPACES TO warteliste-satz.
           WRITE warteliste-satz.
           MOVE SPACES TO warteliste-satz.
           STRING "Storniert: " stornierte-eintraege
               DELIMITED BY SIZE INTO warteliste-satz.
           WRITE warteliste-satz.


      * Listet alle wartenden Vormerkungen mit Faelligkeit.
       bestand-lesen-wartende SECTION.
           OPEN INPUT vormerk-datei.
           IF vormerk-dateistatus NOT = "00"
               DISPLAY "Warnung: Vormerkdatei VORMERK fuer die "
                   "Bestandsliste nicht lesbar (Status "
                   vormerk-dateistatus ")."
               ADD 1 TO fehlerhafte-eintraege
           ELSE
               MOVE "N" TO dateiende-kennzeichen
               PERFORM UNTIL dateiende
                   READ vormerk-datei NEXT
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF vm-wartend
                               PERFORM wartezeile-schreiben
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vormerk-datei
           END-IF.


      * Schreibt die Zeile einer wartenden Vormerkung. Hinweise:
      *   UEBERF.   faellig, aber heute nicht freigegeben
      *   OHNE KAL  Faelligkeit nicht aus dem Kalender bestimmbar
      *   STICHTAG  Stichtag unbrauchbar - Eintrag stornieren und
      *             neu erfassen
       wartezeile-schreiben SECTION.
           ADD 1 TO wartende-eintraege.
           MOVE SPACES TO WARTE-ZEILE.
           MOVE vm-nummer TO wz-nummer.
           MOVE vm-kartenbild TO wz-kartenbild.
           MOVE vm-stichtag TO wz-stichtag.
           MOVE vm-wiederholung TO wz-wiederholung.
           MOVE vm-ende-datum TO wz-ende-datum.
           MOVE vm-bemerkung TO wz-bemerkung.
           IF vm-stichtag IS NOT NUMERIC
               MOVE "STICHTAG" TO wz-hinweis
               ADD 1 TO fehlerhafte-eintraege
           ELSE
               PERFORM faelligkeit-ermitteln
               MOVE faellig-datum TO wz-faellig
               EVALUATE TRUE
                   WHEN faellig-datum <= lauftag
                       MOVE "UEBERF." TO wz-hinweis
                       ADD 1 TO ueberfaellige-eintraege
                   WHEN kalender-luecke
                       MOVE "OHNE KAL" TO wz-hinweis
               END-EVALUATE
           END-IF.
           MOVE WARTE-ZEILE TO warteliste-satz.
           WRITE warteliste-satz.


      * Listet die in den letzten 31 Tagen stornierten
      * Vormerkungen; aeltere Stornos stehen im
      * Aenderungsprotokoll VORMPROT.
       bestand-lesen-stornierte SECTION.
           OPEN INPUT vormerk-datei.
           IF vormerk-dateistatus = "00"
               MOVE "N" TO dateiende-kennzeichen
               PERFORM UNTIL dateiende
                   READ vormerk-datei NEXT
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF vm-storniert
                                   AND vm-storno-datum
                                       >= storno-grenze
                               PERFORM stornozeile-schreiben
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vormerk-datei
           END-IF.


      * Schreibt die Zeile einer stornierten Vormerkung.
       stornozeile-schreiben SECTION.
           ADD 1 TO stornierte-eintraege.
           MOVE SPACES TO STORNO-ZEILE.
           MOVE vm-nummer TO sz-nummer.
           MOVE vm-kartenbild TO sz-kartenbild.
           MOVE vm-stichtag TO sz-stichtag.
           MOVE vm-wiederholung TO sz-wiederholung.
           MOVE vm-storno-datum TO sz-storno-datum.
           MOVE vm-erfasst-datum TO sz-erfasst-datum.
           MOVE vm-bemerkung TO sz-bemerkung.
           MOVE STORNO-ZEILE TO warteliste-satz.
           WRITE warteliste-satz.


      * Meldet die Freigabeuebersicht auf SYSOUT.
       freigabe-abschlussmeldung SECTION.
           DISPLAY "Freigabe: " gelesene-eintraege
               " Vormerkungen gelesen, " freigegebene-karten
               " freigegeben (" fortgeschaltete-eintraege
               " fortgeschaltet, " erledigte-eintraege
               " erledigt).".
           DISPLAY "Freigabe: " wartende-eintraege
               " Vormerkungen wartend, davon "
               ueberfaellige-eintraege " ueberfaellig; "
               stornierte-eintraege " in 31 Tagen storniert.".
           IF fehlerhafte-eintraege > ZERO
               DISPLAY "Warnung: " fehlerhafte-eintraege
                   " Vormerkungen fehlerhaft - Bestandsliste "
                   "pruefen."
           END-IF.
