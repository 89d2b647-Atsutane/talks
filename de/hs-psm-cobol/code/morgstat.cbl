      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           MORGSTAT.
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
      * RC-Protokoll des naechtlichen FACJOB (Schlussschritte
      * STEP090 ff.): Kopfzeile mit Jobname und Datum, je Schritt
      * mit RC 4 oder schlechter eine Zeile
           SELECT jobrc-datei ASSIGN TO "JOBRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS jobrc-dateistatus.
      * Meldungen von FACRECON (FACJOB STEP035)
           SELECT abstimm-datei ASSIGN TO "RECONMSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS abstimm-dateistatus.
      * Offene-Posten-Liste von FACACK (ACKJOB)
           SELECT quittungs-datei ASSIGN TO "OPENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quittungs-dateistatus.
      * Alterungsbericht von REJAGE (REJJOB)
           SELECT alterungs-datei ASSIGN TO "AGELIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alterungs-dateistatus.
      * Ausnahmenbericht von FACWATCH (WCHJOB)
           SELECT wachhund-datei ASSIGN TO "EXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wachhund-dateistatus.
      * Meldungen von AUDCHK (AUDCJOB)
           SELECT ketten-datei ASSIGN TO "AUDCMSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ketten-dateistatus.
      * Lauf-Sperrdatei, wie sie FACULTYPGM fortschreibt
           SELECT sperr-datei ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sperr-dateistatus.
      * Fortschrittspanel von FACMON (STATJOB STEP010)
           SELECT monitor-datei ASSIGN TO "MONVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS monitor-dateistatus.
      * Laufkontrolldatei, wie sie FACULTYPGM fortschreibt
           SELECT lauf-datei ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lauf-dateistatus.
      * Betriebskalender wie in FACWATCH
           SELECT kalender-datei ASSIGN TO "CALDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS kalender-dateistatus.
      * Morgenstatusblatt
           SELECT status-datei ASSIGN TO "STATLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS status-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Aufbau einer Zeile des RC-Protokolls: Schrittname (Spalten
      * 1-8), RC-Klasse 04 bzw. 08 (Spalten 10-11); die Kopfzeile
      * traegt "FACJOB" und das Datum JJJJMMTT in den Spalten
      * 10-17, eine Abbruchzeile "ABEND" in den Spalten 1-5.
       FD  jobrc-datei.
       01  jobrc-satz.
           02 jobrc-schritt PIC X(8).
           02 FILLER PIC X.
           02 jobrc-klasse PIC XX.
           02 FILLER PIC X(69).
       01  jobrc-kopfsatz.
           02 FILLER PIC X(9).
           02 jobrc-datum PIC X(8).
           02 FILLER PIC X(63).

      * Meldungszeilen (SYSOUT-Umleitung, LRECL 133)
       FD  abstimm-datei.
       01  abstimm-satz PIC X(133).

       FD  quittungs-datei.
       01  quittungs-satz PIC X(80).

       FD  alterungs-datei.
       01  alterungs-satz PIC X(80).

       FD  wachhund-datei.
       01  wachhund-satz PIC X(80).

       FD  ketten-datei.
       01  ketten-satz PIC X(133).

      * Satzaufbau wie sperr-satz in FACULTYPGM und FACMON
       FD  sperr-datei.
       01  sperr-satz.
           02 sperr-kennzeichen PIC X.
               88 sperr-satz-aktiv VALUE "A".
               88 sperr-satz-frei VALUE "F".
           02 FILLER PIC X.
           02 sperr-jobname PIC X(8).
           02 FILLER PIC X.
           02 sperr-zeitstempel PIC X(15).
           02 FILLER PIC X.
           02 sperr-laufnummer PIC 9(4).

       FD  monitor-datei.
       01  monitor-satz PIC X(133).

      * Satzaufbau gemeinsam mit FACULTYPGM, siehe
      * copybooks/MATHLAUF.cpy
       FD  lauf-datei.
           COPY MATHLAUF.

      * Aufbau einer Kalenderzeile wie in FACWATCH
       FD  kalender-datei.
       01  kalender-satz.
           02 kalender-datum PIC X(8).
           02 FILLER PIC X.
           02 kalender-art PIC X.
               88 kalender-werktag VALUE "W".
           02 FILLER PIC X.
           02 kalender-kommentar PIC X(29).

       FD  status-datei.
       01  status-satz PIC X(80).

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 jobrc-dateistatus PIC XX.
           02 abstimm-dateistatus PIC XX.
           02 quittungs-dateistatus PIC XX.
           02 alterungs-dateistatus PIC XX.
           02 wachhund-dateistatus PIC XX.
           02 ketten-dateistatus PIC XX.
           02 sperr-dateistatus PIC XX.
           02 monitor-dateistatus PIC XX.
           02 lauf-dateistatus PIC XX.
           02 kalender-dateistatus PIC XX.
           02 status-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".

      * Parameterkarte:
      *   Spalten  1-8   Stichtag JJJJMMTT (leer = heute); die
      *                  Nacht davor ist die gepruefte Nacht
      *   Spalten 10-12  Alter offener Abweisungen in Tagen, ab
      *                  dem die Kontrolle gelb wird (leer = 3)
      *   Spalten 14-16  Alter, ab dem sie rot wird (leer = 10)
       01  PARAMETERKARTE.
           02 parameter-stichtag PIC X(8) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-gelb-alter PIC X(3) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 parameter-rot-alter PIC X(3) VALUE SPACES.

      * Stichtag, Lauftag (Vortag) und Beginn der Nacht
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 stichtag PIC X(8).
           02 stichtag-zahl PIC 9(8).
           02 lauftag PIC X(8).
           02 lauftag-zahl PIC 9(8).
           02 vorlauftag-zahl PIC 9(8).
           02 nacht-beginn PIC X(15).
           02 gelb-alter PIC 9(3) VALUE 3.
           02 rot-alter PIC 9(3) VALUE 10.
           02 lauftag-geschuldet-kennzeichen PIC X VALUE "J".
               88 lauftag-geschuldet VALUE "J".
           02 kalender-gelesen-kennzeichen PIC X VALUE "N".
               88 kalender-gelesen VALUE "J".

      * Batch-Laeufe der Nacht laut RUNCTL (Start ab dem Mittag
      * des Lauftags)
       01  NACHT-LAEUFE.
           02 nacht-anzahl PIC 9(3) VALUE ZERO.
           02 nacht-erster PIC 9(4) VALUE ZERO.
           02 nacht-letzter PIC 9(4) VALUE ZERO.
           02 nacht-bereich PIC X(11) VALUE SPACES.

      * Statustabelle: je Kontrolle Name, Ampelstufe
      * (0 = gruen, 1 = gelb, 2 = rot), abgedeckte Laeufe und
      * der Grund der schlechtesten Meldung
       01  STATUS-TABELLE.
           02 status-eintrag OCCURS 8 TIMES.
               03 st-kontrolle PIC X(12).
               03 st-stufe PIC 9.
               03 st-laeufe PIC X(11).
               03 st-grund PIC X(48).
       01  STATUS-HILFSFELDER.
           02 kontroll-index PIC 9.
           02 melde-stufe PIC 9.
           02 melde-grund PIC X(48).
           02 gruene-kontrollen PIC 9 VALUE ZERO.
           02 gelbe-kontrollen PIC 9 VALUE ZERO.
           02 rote-kontrollen PIC 9 VALUE ZERO.

      * Allgemeine Hilfsfelder der Auswertung
       01  AUSWERTUNGS-HILFSFELDER.
           02 gelesene-zeilen PIC 9(6).
           02 treffer-anzahl PIC 9(3).
           02 zeilen-kennzeichen PIC X.
               88 zeile-gefunden VALUE "J".
           02 ende-kennzeichen PIC X.
               88 endzeile-gefunden VALUE "J".
           02 abbruch-kennzeichen PIC X VALUE "N".
               88 job-abgebrochen VALUE "J".
           02 kleinste-nummer PIC 9(4).
           02 groesste-nummer PIC 9(4).
           02 bereich-text PIC X(11).
           02 aktuelle-nummer PIC 9(4).
           02 zahl-1 PIC 9(6).
           02 zahl-2 PIC 9(6).
           02 zahl-3 PIC 9(6).
           02 zahl-4 PIC 9(6).
           02 alter-tage PIC 9(5).
           02 hoechstes-alter PIC 9(5).
           02 alter-anzeige PIC ZZZZ9.
           02 listen-datum PIC X(8).
           02 listen-datum-zahl PIC 9(8).
           02 schritt-liste PIC X(48).
           02 schritt-zeiger PIC 9(3).

      * Aufbau einer Zeile des Statusblattes
       01  STATUS-ZEILE.
           02 sz-kontrolle PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 sz-ampel PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 sz-laeufe PIC X(11).
           02 FILLER PIC X VALUE SPACE.
           02 sz-grund PIC X(48).
           02 FILLER PIC X VALUE SPACE.

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: liest als letzter Schritt der Nacht die
      * Ergebnisse aller Kontrollen - RC-Protokoll von FACJOB,
      * Meldungen von FACRECON, Offene-Posten-Liste von FACACK,
      * Alterungsbericht von REJAGE, Ausnahmenbericht von
      * FACWATCH, Ergebnis von AUDCHK, Lauf-Sperre und das Panel
      * von FACMON - und schreibt je Kontrolle eine Zeile mit
      * Ampel (GRUEN/GELB/ROT), den abgedeckten Laeufen und dem
      * Grund fuer alles, was nicht gruen ist. Bisher musste die
      * Fruehschicht acht Ausgaben einzeln durchsehen. Der
      * Bedingungscode ruft die Bereitschaft nur bei Rot.
      *   RC=0  alle Kontrollen gruen
      *   RC=4  mindestens eine Kontrolle gelb, keine rot
      *   RC=8  mindestens eine Kontrolle rot - Bereitschaft rufen
       main SECTION.
           ACCEPT PARAMETERKARTE.
           PERFORM stichtag-ermitteln.
           PERFORM statustabelle-vorbelegen.
           PERFORM kalender-pruefen.
           PERFORM nachtlaeufe-ermitteln.

           MOVE 1 TO kontroll-index.
           PERFORM jobrc-pruefen.
           MOVE 2 TO kontroll-index.
           PERFORM abstimmung-pruefen.
           MOVE 3 TO kontroll-index.
           PERFORM quittungen-pruefen.
           MOVE 4 TO kontroll-index.
           PERFORM abweisungen-pruefen.
           MOVE 5 TO kontroll-index.
           PERFORM wachhund-pruefen.
           MOVE 6 TO kontroll-index.
           PERFORM protokollkette-pruefen.
           MOVE 7 TO kontroll-index.
           PERFORM sperre-pruefen.
           MOVE 8 TO kontroll-index.
           PERFORM monitor-pruefen.

           PERFORM statusblatt-schreiben.

           EVALUATE TRUE
               WHEN rote-kontrollen > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN gelbe-kontrollen > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Bestimmt Stichtag und Lauftag: der Lauftag ist der Tag vor
      * dem Stichtag, die Nacht beginnt am Mittag des Lauftags.
       stichtag-ermitteln SECTION.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           IF parameter-stichtag IS NUMERIC
               MOVE parameter-stichtag TO stichtag
           ELSE
               MOVE heute-zeit(1:8) TO stichtag
           END-IF.
           MOVE stichtag TO stichtag-zahl.
           COMPUTE lauftag-zahl = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(stichtag-zahl) - 1).
           COMPUTE vorlauftag-zahl = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(stichtag-zahl) - 2).
           MOVE lauftag-zahl TO lauftag.
           MOVE SPACES TO nacht-beginn.
           STRING lauftag "-120000"
               DELIMITED BY SIZE INTO nacht-beginn.
           IF parameter-gelb-alter IS NUMERIC
               MOVE parameter-gelb-alter TO gelb-alter
           END-IF.
           IF parameter-rot-alter IS NUMERIC
               MOVE parameter-rot-alter TO rot-alter
           END-IF.


      * Belegt die Statustabelle mit den Namen der Kontrollen;
      * jede Kontrolle beginnt gruen.
       statustabelle-vorbelegen SECTION.
           MOVE "FACJOB-RC" TO st-kontrolle(1).
           MOVE "FACRECON" TO st-kontrolle(2).
           MOVE "FACACK" TO st-kontrolle(3).
           MOVE "REJAGE" TO st-kontrolle(4).
           MOVE "FACWATCH" TO st-kontrolle(5).
           MOVE "AUDCHK" TO st-kontrolle(6).
           MOVE "RUNLOCK" TO st-kontrolle(7).
           MOVE "FACMON" TO st-kontrolle(8).
           PERFORM VARYING kontroll-index FROM 1 BY 1
                   UNTIL kontroll-index > 8
               MOVE ZERO TO st-stufe(kontroll-index)
               MOVE SPACES TO st-laeufe(kontroll-index)
               MOVE SPACES TO st-grund(kontroll-index)
           END-PERFORM.


      * Prueft im Betriebskalender, ob der Lauftag ein Werktag
      * ist und damit einen FACJOB schuldet. Ohne Kalender gilt
      * jeder Tag als geschuldet.
       kalender-pruefen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT kalender-datei.
           IF kalender-dateistatus = "00"
               SET kalender-gelesen TO TRUE
               MOVE "N" TO lauftag-geschuldet-kennzeichen
               PERFORM UNTIL dateiende
                   READ kalender-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF kalender-datum = lauftag
                                   AND kalender-werktag
                               SET lauftag-geschuldet TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kalender-datei
           ELSE
               DISPLAY "Hinweis: Betriebskalender CALDAT nicht "
                   "lesbar (Status " kalender-dateistatus ") - der "
                   "Lauftag gilt als Werktag."
           END-IF.


      * Ermittelt die Batch-Laeufe der Nacht aus RUNCTL.
       nachtlaeufe-ermitteln SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT lauf-datei.
           IF lauf-dateistatus = "00"
               PERFORM UNTIL dateiende
                   READ lauf-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF laufsatz-start AND laufsatz-modus-batch
                                   AND laufsatz-zeitstempel
                                       >= nacht-beginn
                               ADD 1 TO nacht-anzahl
                               IF nacht-anzahl = 1
                                   MOVE laufsatz-nummer
                                       TO nacht-erster
                               END-IF
                               MOVE laufsatz-nummer TO nacht-letzter
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE lauf-datei
           ELSE
               DISPLAY "Warnung: Laufkontrolldatei RUNCTL nicht "
                   "lesbar (Status " lauf-dateistatus ") - Laeufe "
                   "der Nacht unbekannt."
           END-IF.
           MOVE nacht-erster TO kleinste-nummer.
           MOVE nacht-letzter TO groesste-nummer.
           IF nacht-anzahl > ZERO
               PERFORM laufbereich-bilden
               MOVE bereich-text TO nacht-bereich
           END-IF.


      * Bildet aus kleinste-nummer und groesste-nummer den
      * Laufbereich ("0123" bzw. "0118-0123").
       laufbereich-bilden SECTION.
           MOVE SPACES TO bereich-text.
           IF kleinste-nummer = groesste-nummer
               MOVE kleinste-nummer TO bereich-text
           ELSE
               STRING kleinste-nummer "-" groesste-nummer
                   DELIMITED BY SIZE INTO bereich-text
           END-IF.


      * Uebernimmt eine Meldung in die aktuelle Kontrolle: die
      * Ampel wird nur verschaerft, der Grund ist der der ersten
      * Meldung der schlechtesten Stufe.
       ampel-melden SECTION.
           IF melde-stufe > st-stufe(kontroll-index)
               MOVE melde-stufe TO st-stufe(kontroll-index)
               MOVE melde-grund TO st-grund(kontroll-index)
           END-IF.


      * FACJOB: das RC-Protokoll muss vom Lauftag oder Stichtag
      * stammen; jeder Schritt mit RC 8 oder schlechter und jeder
      * Abbruch ist rot, RC 4 gelb. An einem Tag ohne geschuldeten
      * Lauf ist ein fehlendes Protokoll in Ordnung.
       jobrc-pruefen SECTION.
           MOVE nacht-bereich TO st-laeufe(kontroll-index).
           MOVE "N" TO dateiende-kennzeichen.
           MOVE ZERO TO gelesene-zeilen.
           MOVE "N" TO zeilen-kennzeichen.
           MOVE SPACES TO schritt-liste.
           MOVE 1 TO schritt-zeiger.
           OPEN INPUT jobrc-datei.
           IF jobrc-dateistatus NOT = "00"
               MOVE SPACES TO jobrc-satz
           ELSE
               PERFORM UNTIL dateiende
                   READ jobrc-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           ADD 1 TO gelesene-zeilen
                           IF gelesene-zeilen = 1
                               IF jobrc-schritt = "FACJOB"
                                       AND (jobrc-datum = lauftag
                                       OR jobrc-datum = stichtag)
                                   SET zeile-gefunden TO TRUE
                               END-IF
                           ELSE
                               PERFORM jobrc-zeile-auswerten
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE jobrc-datei
           END-IF.

           EVALUATE TRUE
               WHEN NOT zeile-gefunden AND NOT lauftag-geschuldet
                   MOVE 0 TO melde-stufe
                   MOVE "Kein Lauf geschuldet (kein Werktag)"
                       TO melde-grund
                   MOVE melde-grund TO st-grund(kontroll-index)
               WHEN NOT zeile-gefunden
                   MOVE 2 TO melde-stufe
                   MOVE "FACJOB nicht gelaufen oder RC-Protokoll alt"
                       TO melde-grund
                   PERFORM ampel-melden
               WHEN nacht-anzahl = ZERO AND lauftag-geschuldet
                   MOVE 2 TO melde-stufe
                   MOVE "Kein Batch-Lauf der Nacht in RUNCTL"
                       TO melde-grund
                   PERFORM ampel-melden
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Wertet eine Schrittzeile des RC-Protokolls aus und sammelt
      * die Schrittnamen fuer den Grund.
       jobrc-zeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN jobrc-schritt = "ABEND"
                   SET job-abgebrochen TO TRUE
                   MOVE 2 TO st-stufe(kontroll-index)
                   MOVE "FACJOB mit Abbruch (ABEND) beendet"
                       TO st-grund(kontroll-index)
               WHEN jobrc-klasse = "08"
                   MOVE 2 TO melde-stufe
                   PERFORM schritt-sammeln
               WHEN jobrc-klasse = "04"
                   MOVE 1 TO melde-stufe
                   PERFORM schritt-sammeln
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Nimmt den Schritt der aktuellen RC-Zeile in den Grund auf;
      * ein schlechterer Schritt beginnt die Liste neu, ein
      * Abbruch bleibt der Grund.
       schritt-sammeln SECTION.
           IF job-abgebrochen
               CONTINUE
           ELSE
               PERFORM schritt-anfuegen
           END-IF.


      * Haengt den Schritt an die Schrittliste an.
       schritt-anfuegen SECTION.
           IF melde-stufe > st-stufe(kontroll-index)
               MOVE SPACES TO schritt-liste
               MOVE 1 TO schritt-zeiger
           END-IF.
           IF melde-stufe >= st-stufe(kontroll-index)
                   AND schritt-zeiger < 40
               STRING jobrc-schritt DELIMITED BY SPACE
                   " RC>=" jobrc-klasse " "
                   DELIMITED BY SIZE INTO schritt-liste
                   WITH POINTER schritt-zeiger
               END-STRING
               MOVE schritt-liste TO melde-grund
               MOVE melde-stufe TO st-stufe(kontroll-index)
               MOVE melde-grund TO st-grund(kontroll-index)
           END-IF.


      * FACRECON: die Schlussmeldung entscheidet; Abweichungen und
      * nicht lesbare Artefakte sind rot, Warnungen gelb. Ohne
      * Meldungen ist die Abstimmung nicht gelaufen: STATJOB leert
      * RECONMSG nach jedem Statusblatt, eine Schlussmeldung kann
      * also nur aus der geprueften Nacht stammen. Eine leere
      * Datei an einem Tag ohne geschuldeten Lauf ist in Ordnung.
       abstimmung-pruefen SECTION.
           MOVE nacht-letzter TO kleinste-nummer.
           MOVE nacht-letzter TO groesste-nummer.
           IF nacht-anzahl > ZERO
               PERFORM laufbereich-bilden
               MOVE bereich-text TO st-laeufe(kontroll-index)
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO ende-kennzeichen.
           MOVE ZERO TO gelesene-zeilen.
           OPEN INPUT abstimm-datei.
           IF abstimm-dateistatus NOT = "00"
               MOVE 2 TO melde-stufe
               MOVE "Meldungen RECONMSG nicht lesbar"
                   TO melde-grund
               PERFORM ampel-melden
           ELSE
               PERFORM UNTIL dateiende
                   READ abstimm-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           ADD 1 TO gelesene-zeilen
                           PERFORM abstimmzeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE abstimm-datei
               IF gelesene-zeilen = ZERO AND NOT lauftag-geschuldet
                   MOVE "Kein Lauf geschuldet (kein Werktag)"
                       TO st-grund(kontroll-index)
               END-IF
               IF NOT endzeile-gefunden
                       AND (gelesene-zeilen > ZERO
                           OR lauftag-geschuldet)
                   IF lauftag-geschuldet
                       MOVE 2 TO melde-stufe
                   ELSE
                       MOVE 1 TO melde-stufe
                   END-IF
                   MOVE "Abstimmung ohne Schlussmeldung"
                       TO melde-grund
                   PERFORM ampel-melden
               END-IF
           END-IF.


      * Stuft eine Meldungszeile von FACRECON ein.
       abstimmzeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN abstimm-satz(1:35)
                       = "Abstimmung: ABWEICHUNG FESTGESTELLT"
                   SET endzeile-gefunden TO TRUE
                   MOVE 2 TO melde-stufe
                   MOVE "Abweichung festgestellt" TO melde-grund
                   PERFORM ampel-melden
               WHEN abstimm-satz(1:31)
                       = "Abstimmung: Alle Zaehlstaende s"
                   SET endzeile-gefunden TO TRUE
               WHEN abstimm-satz(1:11) = "Abweichung:"
                   MOVE 2 TO melde-stufe
                   MOVE abstimm-satz(13:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN abstimm-satz(1:11) = "Abstimmung:"
                   SET endzeile-gefunden TO TRUE
                   MOVE 2 TO melde-stufe
                   MOVE abstimm-satz(13:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN abstimm-satz(1:8) = "Warnung:"
                   MOVE 1 TO melde-stufe
                   MOVE abstimm-satz(10:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * FACACK: ueberfaellige, abweichende und abgelehnte Extrakte
      * sowie Quittungen ohne Extrakt sind rot, offene Posten
      * innerhalb der Karenzzeit gelb. Eine Liste, die nicht vom
      * Stichtag oder Lauftag stammt, ist gelb.
       quittungen-pruefen SECTION.
           MOVE 9999 TO kleinste-nummer.
           MOVE ZERO TO groesste-nummer.
           MOVE ZERO TO zahl-1 zahl-2 zahl-3 zahl-4.
           MOVE SPACES TO listen-datum.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO ende-kennzeichen.
           MOVE ZERO TO treffer-anzahl.
           OPEN INPUT quittungs-datei.
           IF quittungs-dateistatus NOT = "00"
               MOVE 2 TO melde-stufe
               MOVE "Offene-Posten-Liste OPENLIST nicht lesbar"
                   TO melde-grund
               PERFORM ampel-melden
           ELSE
               PERFORM UNTIL dateiende
                   READ quittungs-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM quittungszeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE quittungs-datei
               PERFORM quittungen-bewerten
           END-IF.


      * Wertet eine Zeile der Offene-Posten-Liste aus (Aufbau
      * siehe offene-liste-schreiben in FACACK).
       quittungszeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN quittungs-satz(1:13) = "OFFENE POSTEN"
                   MOVE quittungs-satz(50:8) TO listen-datum
               WHEN quittungs-satz(1:7) = "Offen: "
                   SET endzeile-gefunden TO TRUE
                   IF quittungs-satz(8:6) IS NUMERIC
                       MOVE quittungs-satz(8:6) TO zahl-1
                   END-IF
                   IF quittungs-satz(36:6) IS NUMERIC
                       MOVE quittungs-satz(36:6) TO zahl-2
                   END-IF
               WHEN quittungs-satz(1:12) = "Abweichend: "
                   IF quittungs-satz(13:6) IS NUMERIC
                       MOVE quittungs-satz(13:6) TO zahl-3
                   END-IF
                   IF quittungs-satz(32:6) IS NUMERIC
                       ADD FUNCTION NUMVAL(quittungs-satz(32:6))
                           TO zahl-3
                   END-IF
                   IF quittungs-satz(63:6) IS NUMERIC
                       MOVE quittungs-satz(63:6) TO zahl-4
                   END-IF
               WHEN quittungs-satz(1:4) IS NUMERIC
                       AND quittungs-satz(7:8) IS NUMERIC
                   MOVE quittungs-satz(1:4) TO aktuelle-nummer
                   PERFORM nummernbereich-fortschreiben
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Bewertet die Offene-Posten-Liste nach ihren Summenzeilen.
       quittungen-bewerten SECTION.
           IF groesste-nummer > ZERO
               PERFORM laufbereich-bilden
               MOVE bereich-text TO st-laeufe(kontroll-index)
           END-IF.
           EVALUATE TRUE
               WHEN NOT endzeile-gefunden
                   MOVE 2 TO melde-stufe
                   MOVE "Offene-Posten-Liste unvollstaendig"
                       TO melde-grund
               WHEN zahl-2 > ZERO
                   MOVE 2 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING zahl-2 " Extrakt(e) ueberfaellig"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN zahl-3 > ZERO
                   MOVE 2 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING zahl-3 " Extrakt(e) abweichend/abgelehnt"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN zahl-4 > ZERO
                   MOVE 2 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING zahl-4 " Quittung(en) ohne Extrakt"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN zahl-1 > ZERO
                   MOVE 1 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING zahl-1 " Quittung(en) stehen noch aus"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN listen-datum NOT = stichtag
                       AND listen-datum NOT = lauftag
                   MOVE 1 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING "Liste veraltet (Stand " listen-datum ")"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN OTHER
                   MOVE 0 TO melde-stufe
           END-EVALUATE.
           PERFORM ampel-melden.


      * Fuehrt den kleinsten und groessten Laufnummer-Wert der
      * gelesenen Detailzeilen nach (aktuelle-nummer).
       nummernbereich-fortschreiben SECTION.
           IF aktuelle-nummer < kleinste-nummer
               MOVE aktuelle-nummer TO kleinste-nummer
           END-IF.
           IF aktuelle-nummer > groesste-nummer
               MOVE aktuelle-nummer TO groesste-nummer
           END-IF.
           ADD 1 TO treffer-anzahl.


      * REJAGE: offene Abweisungen ab dem Rot-Alter sind rot, ab
      * dem Gelb-Alter gelb; ebenso gelb sind eine veraltete oder
      * wegen Ueberlaufs unvollstaendige Liste.
       abweisungen-pruefen SECTION.
           MOVE 9999 TO kleinste-nummer.
           MOVE ZERO TO groesste-nummer.
           MOVE ZERO TO hoechstes-alter.
           MOVE ZERO TO treffer-anzahl.
           MOVE SPACES TO listen-datum.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO ende-kennzeichen.
           OPEN INPUT alterungs-datei.
           IF alterungs-dateistatus NOT = "00"
               MOVE 2 TO melde-stufe
               MOVE "Alterungsbericht AGELIST nicht lesbar"
                   TO melde-grund
               PERFORM ampel-melden
           ELSE
               PERFORM UNTIL dateiende
                   READ alterungs-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM alterungszeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE alterungs-datei
               PERFORM abweisungen-bewerten
           END-IF.


      * Wertet eine Zeile des Alterungsberichts aus (Aufbau siehe
      * ALTERUNGS-DETAILZEILE in REJAGE).
       alterungszeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN alterungs-satz(1:18) = "OFFENE ABWEISUNGEN"
                   MOVE alterungs-satz(48:8) TO listen-datum
               WHEN alterungs-satz(1:18) = "Eintraege gesamt: "
                   SET endzeile-gefunden TO TRUE
               WHEN alterungs-satz(1:21) = "Warnung: Mehr als 500"
                   MOVE 1 TO melde-stufe
                   MOVE "Mehr als 500 offene Posten, Liste unvollst."
                       TO melde-grund
                   PERFORM ampel-melden
               WHEN alterungs-satz(1:4) IS NUMERIC
                       AND alterungs-satz(7:6) IS NUMERIC
                   MOVE alterungs-satz(1:4) TO aktuelle-nummer
                   PERFORM nummernbereich-fortschreiben
                   IF alterungs-satz(29:1) IS NUMERIC
                       COMPUTE alter-tage =
                           FUNCTION NUMVAL(alterungs-satz(25:5))
                       IF alter-tage > hoechstes-alter
                           MOVE alter-tage TO hoechstes-alter
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Bewertet den Alterungsbericht nach dem hoechsten Alter.
       abweisungen-bewerten SECTION.
           IF treffer-anzahl > ZERO
               PERFORM laufbereich-bilden
               MOVE bereich-text TO st-laeufe(kontroll-index)
           END-IF.
           MOVE hoechstes-alter TO alter-anzeige.
           EVALUATE TRUE
               WHEN NOT endzeile-gefunden
                   MOVE 1 TO melde-stufe
                   MOVE "Alterungsbericht unvollstaendig"
                       TO melde-grund
               WHEN hoechstes-alter >= rot-alter
                   MOVE 2 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING treffer-anzahl " offen, aeltester seit"
                       alter-anzeige " Tagen"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN hoechstes-alter >= gelb-alter
                   MOVE 1 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING treffer-anzahl " offen, aeltester seit"
                       alter-anzeige " Tagen"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN listen-datum NOT = stichtag
                       AND listen-datum NOT = lauftag
                   MOVE 1 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING "Liste veraltet (Stand " listen-datum ")"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN OTHER
                   MOVE 0 TO melde-stufe
           END-EVALUATE.
           PERFORM ampel-melden.


      * FACWATCH: unerklaert auffaellige Tage sind rot, ein
      * Bericht, dessen Zeitraum nicht bis zum Lauftag oder dem
      * Tag davor reicht, ist gelb.
       wachhund-pruefen SECTION.
           MOVE ZERO TO zahl-1 zahl-2.
           MOVE SPACES TO listen-datum.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO ende-kennzeichen.
           OPEN INPUT wachhund-datei.
           IF wachhund-dateistatus NOT = "00"
               MOVE 2 TO melde-stufe
               MOVE "Ausnahmenbericht EXCRPT nicht lesbar"
                   TO melde-grund
               PERFORM ampel-melden
           ELSE
               PERFORM UNTIL dateiende
                   READ wachhund-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM wachhundzeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE wachhund-datei
               PERFORM wachhund-bewerten
           END-IF.


      * Wertet Kopf- und Summenzeile des Ausnahmenberichts aus
      * (Aufbau siehe bericht-schreiben in FACWATCH).
       wachhundzeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN wachhund-satz(1:23) = "BATCH-KALENDER-WACHHUND"
                   MOVE wachhund-satz(48:8) TO listen-datum
                   MOVE listen-datum TO st-laeufe(kontroll-index)
               WHEN wachhund-satz(1:10) = "Geprueft: "
                   SET endzeile-gefunden TO TRUE
                   IF wachhund-satz(28:3) IS NUMERIC
                       MOVE wachhund-satz(28:3) TO zahl-1
                   END-IF
                   IF wachhund-satz(49:3) IS NUMERIC
                       MOVE wachhund-satz(49:3) TO zahl-2
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Bewertet den Ausnahmenbericht nach den unerklaerten Tagen.
       wachhund-bewerten SECTION.
           IF listen-datum IS NUMERIC
               MOVE listen-datum TO listen-datum-zahl
           ELSE
               MOVE ZERO TO listen-datum-zahl
           END-IF.
           EVALUATE TRUE
               WHEN NOT endzeile-gefunden
                   MOVE 2 TO melde-stufe
                   MOVE "Ausnahmenbericht unvollstaendig"
                       TO melde-grund
               WHEN zahl-1 > zahl-2
                   SUBTRACT zahl-2 FROM zahl-1 GIVING zahl-3
                   MOVE 2 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING zahl-3 " auffaellige(r) Tag(e) unerklaert"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN listen-datum-zahl < vorlauftag-zahl
                   MOVE 1 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING "Bericht veraltet (bis " listen-datum ")"
                       DELIMITED BY SIZE INTO melde-grund
               WHEN OTHER
                   MOVE 0 TO melde-stufe
           END-EVALUATE.
           PERFORM ampel-melden.


      * AUDCHK: ein Kettenbruch oder ein nicht lesbares Protokoll
      * ist rot; als Grund dient die erste Kettenbruch-Zeile.
      * STATJOB leert AUDCMSG nach jedem Statusblatt; fehlt die
      * Schlussmeldung, ist AUDCJOB in dieser Nacht nicht gelaufen.
       protokollkette-pruefen SECTION.
           MOVE nacht-bereich TO st-laeufe(kontroll-index).
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO ende-kennzeichen.
           MOVE "N" TO zeilen-kennzeichen.
           OPEN INPUT ketten-datei.
           IF ketten-dateistatus NOT = "00"
               MOVE 2 TO melde-stufe
               MOVE "Meldungen AUDCMSG nicht lesbar"
                   TO melde-grund
               PERFORM ampel-melden
           ELSE
               PERFORM UNTIL dateiende
                   READ ketten-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM kettenzeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE ketten-datei
               IF NOT endzeile-gefunden
                   MOVE 2 TO melde-stufe
                   MOVE "Protokollpruefung ohne Schlussmeldung"
                       TO melde-grund
                   PERFORM ampel-melden
               END-IF
           END-IF.


      * Stuft eine Meldungszeile von AUDCHK ein.
       kettenzeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN ketten-satz(1:21) = "Kettenbruch in Zeile "
                   IF NOT zeile-gefunden
                       SET zeile-gefunden TO TRUE
                       MOVE 2 TO melde-stufe
                       MOVE ketten-satz(1:48) TO melde-grund
                       PERFORM ampel-melden
                   END-IF
               WHEN ketten-satz(1:31)
                       = "Protokollpruefung: KETTENBRUCH"
                   SET endzeile-gefunden TO TRUE
                   MOVE 2 TO melde-stufe
                   MOVE "Kettenbruch im Audit-Protokoll"
                       TO melde-grund
                   PERFORM ampel-melden
               WHEN ketten-satz(1:31)
                       = "Protokollpruefung: Kette durchg"
                   SET endzeile-gefunden TO TRUE
               WHEN ketten-satz(1:7) = "Fehler:"
                   SET endzeile-gefunden TO TRUE
                   MOVE 2 TO melde-stufe
                   MOVE ketten-satz(9:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * RUNLOCK: der letzte Satz ist der aktuelle Stand; eine noch
      * gesetzte Sperre am Morgen ist rot. Eine leere Sperrdatei
      * gilt wie in FACULTYPGM als frei.
       sperre-pruefen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO zeilen-kennzeichen.
           MOVE SPACES TO melde-grund.
           OPEN INPUT sperr-datei.
           EVALUATE sperr-dateistatus
               WHEN "00"
                   PERFORM UNTIL dateiende
                       READ sperr-datei
                           AT END
                               SET dateiende TO TRUE
                           NOT AT END
                               SET zeile-gefunden TO TRUE
                               MOVE sperr-satz TO melde-grund
                       END-READ
                   END-PERFORM
                   CLOSE sperr-datei
                   IF zeile-gefunden
                       MOVE melde-grund TO sperr-satz
                       PERFORM sperre-bewerten
                   END-IF
               WHEN OTHER
                   MOVE 2 TO melde-stufe
                   MOVE SPACES TO melde-grund
                   STRING "Sperrdatei RUNLOCK nicht lesbar (Status "
                       sperr-dateistatus ")"
                       DELIMITED BY SIZE INTO melde-grund
                   PERFORM ampel-melden
           END-EVALUATE.


      * Bewertet den letzten Satz der Sperrdatei.
       sperre-bewerten SECTION.
           IF sperr-laufnummer IS NUMERIC
                   AND sperr-laufnummer > ZERO
               MOVE sperr-laufnummer TO st-laeufe(kontroll-index)
           END-IF.
           IF sperr-satz-aktiv
               MOVE 2 TO melde-stufe
               MOVE SPACES TO melde-grund
               STRING "Sperre aktiv, Job " sperr-jobname
                   " seit " sperr-zeitstempel
                   DELIMITED BY SIZE INTO melde-grund
               PERFORM ampel-melden
           END-IF.


      * FACMON: ein haengender Lauf und ein nicht lesbarer
      * Checkpoint (FACMON endet dann mit RC 8) sind rot; ein
      * Lauf, der noch arbeitet, oder ein Panel ohne Aussage ist
      * gelb.
       monitor-pruefen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           MOVE "N" TO ende-kennzeichen.
           MOVE "N" TO zeilen-kennzeichen.
           OPEN INPUT monitor-datei.
           IF monitor-dateistatus NOT = "00"
               MOVE 1 TO melde-stufe
               MOVE "Monitor-Panel MONVIEW nicht lesbar"
                   TO melde-grund
               PERFORM ampel-melden
           ELSE
               PERFORM UNTIL dateiende
                   READ monitor-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM monitorzeile-auswerten
                   END-READ
               END-PERFORM
               CLOSE monitor-datei
               EVALUATE TRUE
                   WHEN endzeile-gefunden
                       CONTINUE
                   WHEN zeile-gefunden
                       MOVE 1 TO melde-stufe
                       MOVE "Lauf nicht am Dateiende (noch aktiv?)"
                           TO melde-grund
                       PERFORM ampel-melden
                   WHEN OTHER
                       MOVE 1 TO melde-stufe
                       MOVE "Monitor ohne Fortschrittspanel"
                           TO melde-grund
                       PERFORM ampel-melden
               END-EVALUATE
           END-IF.


      * Stuft eine Zeile des Fortschrittspanels von FACMON ein.
       monitorzeile-auswerten SECTION.
           EVALUATE TRUE
               WHEN monitor-satz(1:6) = "Lauf: "
                   SET zeile-gefunden TO TRUE
                   MOVE monitor-satz(20:4) TO st-laeufe(kontroll-index)
               WHEN monitor-satz(1:20) = "Lauf ist fertig bzw."
                   SET endzeile-gefunden TO TRUE
               WHEN monitor-satz(1:8) = "ACHTUNG:"
                   SET endzeile-gefunden TO TRUE
                   MOVE 2 TO melde-stufe
                   MOVE monitor-satz(10:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN monitor-satz(1:34)
                       = "Monitor: Checkpoint BATCHCKP nicht"
                   MOVE 2 TO melde-stufe
                   MOVE monitor-satz(10:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN monitor-satz(1:8) = "Monitor:"
                   MOVE 1 TO melde-stufe
                   MOVE monitor-satz(10:48) TO melde-grund
                   PERFORM ampel-melden
               WHEN monitor-satz(1:38)
                       = "Letzter Checkpoint: Zeitpunkt nicht au"
                   SET endzeile-gefunden TO TRUE
                   MOVE 1 TO melde-stufe
                   MOVE "Checkpoint-Zeitpunkt nicht auswertbar"
                       TO melde-grund
                   PERFORM ampel-melden
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Schreibt das Statusblatt: Kopf, je Kontrolle eine Zeile,
      * Summe je Ampelfarbe und bei Rot die Alarmzeile. Jede
      * Zeile geht zusaetzlich nach SYSOUT.
       statusblatt-schreiben SECTION.
           OPEN OUTPUT status-datei.
           IF status-dateistatus NOT = "00"
               DISPLAY "Fehler: Statusblatt STATLIST nicht "
                   "verfuegbar (Status " status-dateistatus ")."
           END-IF.

           MOVE SPACES TO status-satz.
           STRING "MORGENSTATUS BATCH-NACHT   Stichtag: " stichtag
               "   Erstellt: " heute-zeit(1:8) "-" heute-zeit(9:4)
               DELIMITED BY SIZE INTO status-satz.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO status-satz.
           STRING "Gepruefte Nacht ab " nacht-beginn
               DELIMITED BY SIZE INTO status-satz.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO status-satz.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO status-satz.
           STRING "KONTROLLE    AMPEL LAEUFE      GRUND"
               DELIMITED BY SIZE INTO status-satz.
           PERFORM zeile-ausgeben.

           PERFORM VARYING kontroll-index FROM 1 BY 1
                   UNTIL kontroll-index > 8
               MOVE SPACES TO STATUS-ZEILE
               MOVE st-kontrolle(kontroll-index) TO sz-kontrolle
               MOVE st-laeufe(kontroll-index) TO sz-laeufe
               MOVE st-grund(kontroll-index) TO sz-grund
               EVALUATE st-stufe(kontroll-index)
                   WHEN 2
                       MOVE "ROT" TO sz-ampel
                       ADD 1 TO rote-kontrollen
                   WHEN 1
                       MOVE "GELB" TO sz-ampel
                       ADD 1 TO gelbe-kontrollen
                   WHEN OTHER
                       MOVE "GRUEN" TO sz-ampel
                       ADD 1 TO gruene-kontrollen
               END-EVALUATE
               MOVE STATUS-ZEILE TO status-satz
               PERFORM zeile-ausgeben
           END-PERFORM.

           MOVE SPACES TO status-satz.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO status-satz.
           STRING "Gruen: " gruene-kontrollen
               "  Gelb: " gelbe-kontrollen
               "  Rot: " rote-kontrollen
               DELIMITED BY SIZE INTO status-satz.
           PERFORM zeile-ausgeben.
           MOVE SPACES TO status-satz.
           EVALUATE TRUE
               WHEN rote-kontrollen > ZERO
                   STRING "ALARM: Rote Kontrolle - Bereitschaft "
                       "verstaendigen."
                       DELIMITED BY SIZE INTO status-satz
               WHEN gelbe-kontrollen > ZERO
                   STRING "Hinweis: Gelbe Kontrollen im Laufe des "
                       "Tages klaeren."
                       DELIMITED BY SIZE INTO status-satz
               WHEN OTHER
                   STRING "Alle Kontrollen gruen."
                       DELIMITED BY SIZE INTO status-satz
           END-EVALUATE.
           PERFORM zeile-ausgeben.

           IF status-dateistatus = "00"
               CLOSE status-datei
           END-IF.


      * Gibt eine Zeile des Statusblattes nach SYSOUT und, soweit
      * verfuegbar, nach STATLIST aus.
       zeile-ausgeben SECTION.
           DISPLAY status-satz.
           IF status-dateistatus = "00"
               WRITE status-satz
           END-IF.
