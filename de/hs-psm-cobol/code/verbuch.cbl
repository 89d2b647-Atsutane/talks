      * Erkennungsteil
       IDENTIFICATION DIVISION.
      * Programmname
       PROGRAM-ID.
           VERBUCH.
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
      * Nutzungsuebersicht des Laufs, wie sie FACULTYPGM schreibt
      * (siehe copybooks/MATHNUTZ.cpy) - sie bestimmt den zu
      * buchenden Lauf und die gebuchten Zaehlstaende
           SELECT nutzungs-datei ASSIGN TO "USAGESUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS nutzungs-dateistatus.
      * Audit-Protokoll: Laufdatum aus der Endemarke und die
      * verrechenbaren Mengen je Operation und Pfad, die die
      * Nutzungsuebersicht nicht ausweist
           SELECT audit-datei ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-dateistatus.
      * Verrechnungsbuch (siehe copybooks/MATHVERB.cpy)
           SELECT verrechnungs-buch ASSIGN TO "VERRBUCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS verr-schluessel
               FILE STATUS IS buch-dateistatus.

      * Datenteil
       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau gemeinsam mit FACULTYPGM und FACLIEF, siehe
      * copybooks/MATHNUTZ.cpy
       FD  nutzungs-datei.
           COPY MATHNUTZ.

      * Satzlaenge wie in FACULTYPGM (X(600))
       FD  audit-datei.
       01  audit-satz PIC X(600).

      * Satzaufbau gemeinsam mit VERRECH, siehe
      * copybooks/MATHVERB.cpy
       FD  verrechnungs-buch.
           COPY MATHVERB.

      * Sektion zur Variablendeklaration im Zwischenspeicher
       WORKING-STORAGE SECTION.
      * Dateistatus und Dateiende-Kennzeichen
       01  DATEI-HILFSFELDER.
           02 nutzungs-dateistatus PIC XX.
           02 audit-dateistatus PIC XX.
           02 buch-dateistatus PIC XX.
           02 dateiende-kennzeichen PIC X VALUE "N".
               88 dateiende VALUE "J".
           02 buch-offen-kennzeichen PIC X VALUE "N".
               88 buch-offen VALUE "J".

      * Tagesdatum fuer das Buchungsdatum
       01  ZEIT-HILFSFELDER.
           02 heute-zeit PIC X(21).
           02 heute-datum PIC X(8).

      * Der zu buchende Lauf laut Kopfzeile der
      * Nutzungsuebersicht, sein Laufdatum aus der Endemarke im
      * Audit-Protokoll und der daraus folgende
      * Verrechnungsmonat, dazu die Kennzeichen fuer den
      * Bedingungscode
       01  LAUF-AUSWAHL.
           02 ziel-lauf-nummer PIC X(4).
           02 ziel-laufdatum PIC X(8).
           02 ziel-monat PIC X(6).
           02 ziel-gefunden-kennzeichen PIC X VALUE "N".
               88 ziel-gefunden VALUE "J".
      * Buchung abgebrochen (Dateien, Lauf nicht abgeschlossen,
      * Schreibfehler im Buch)
           02 fehler-kennzeichen PIC X VALUE "N".
               88 buchung-fehlgeschlagen VALUE "J".
      * Gebucht, aber mit Hinweis (Zaehlstaende weichen ab,
      * Monat bereits abgeschlossen) - Bedingungscode 4
           02 hinweis-kennzeichen PIC X VALUE "N".
               88 buchung-mit-hinweis VALUE "J".
           02 monat-kennzeichen PIC X VALUE "N".
               88 monat-abgeschlossen VALUE "J".

      * Tabelle der Anforderer des Laufs: je Zeile der
      * Nutzungsuebersicht ein Eintrag mit ihren Zaehlstaenden,
      * ergaenzt um die verrechenbaren Mengen je Operation
      * (FAK, PER, KOM, KMW, DER) aus dem Audit-Protokoll.
      * Kennungen, die nur im Protokoll auftauchen, werden
      * vermerkt, aber nicht gebucht - gebucht wird, was die
      * Nutzungsuebersicht verrechnet. 50 Eintraege decken die
      * 20 Anforderer, die FACULTYPGM je Lauf fuehrt, mit
      * Spielraum ab.
       01  ANFORDERER-TABELLE.
           02 anforderer-anzahl PIC 99 VALUE ZERO.
           02 anforderer-eintrag OCCURS 50 TIMES.
               03 at-kennung PIC XXX.
               03 at-nutzung-kennzeichen PIC X.
                   88 at-nutzung-vorhanden VALUE "J".
               03 at-saetze PIC 9(6).
               03 at-ueberlaeufe PIC 9(6).
               03 at-ungueltige PIC 9(6).
               03 at-abweisungen PIC 9(6).
               03 at-name PIC X(24).
      * Protokollzeilen des Anforderers im Lauf (alle Ausgaenge)
               03 at-protokoll-saetze PIC 9(6).
               03 at-operation OCCURS 5 TIMES.
                   04 at-standard PIC 9(6).
                   04 at-erweitert PIC 9(6).
                   04 at-master PIC 9(6).
       01  ANFORDERER-HILFSFELDER.
           02 anforderer-index PIC 99.
           02 anforderer-fund-index PIC 99.
           02 gesuchter-anforderer PIC XXX.
           02 operations-index PIC 9.

      * Auswertung der Nutzungsuebersicht: Zeile 1 traegt die
      * Laufnummer, Zeile 2 den Spaltenkopf
       01  NUTZUNGS-HILFSFELDER.
           02 nutzung-zeilennummer PIC 9(4) VALUE ZERO.
           02 nutzung-passend-kennzeichen PIC X VALUE "N".
               88 nutzung-passend VALUE "J".

      * Zerlegung einer Protokollzeile in Eingabe-, Zweitwert-,
      * Ergebnis- und Anforderer-Teil, wie in FACLIEF
       01  SATZ-ZERLEGUNG.
           02 satz-vorspann PIC X(60).
           02 satz-rest PIC X(600).
           02 satz-wert-teil PIC X(40).
           02 satz-wert-text PIC X(10).
           02 satz-zweit-text PIC X(10).
           02 satz-ergebnis-text PIC X(560).
           02 satz-ergebnis-vermerkt PIC X(460).
           02 satz-anforderer-teil PIC X(100).
           02 satz-anforderer PIC XXX.
           02 master-vermerke PIC 9(3).

      * Zaehler fuer die Abschlussmeldung
       01  BUCHUNGS-ZAEHLER.
           02 gebuchte-zeilen PIC 9(4) VALUE ZERO.
           02 bereits-gebuchte-zeilen PIC 9(4) VALUE ZERO.
           02 ungebuchte-kennungen PIC 9(4) VALUE ZERO.

      * Verarbeitungsteil
       PROCEDURE DIVISION.
      * Die Hauptprozedur: liest die Nutzungsuebersicht des
      * juengsten Laufs, ermittelt aus dem Audit-Protokoll
      * Laufdatum und verrechenbare Mengen und bucht je
      * Anforderer-Zeile einen Satz in das Verrechnungsbuch. Ein
      * bereits gebuchter Lauf (etwa nach einem Neustart des
      * Jobs) wird uebersprungen, ebenso ein Lauf, dessen Monat
      * VERRECH schon abgeschlossen hat.
      *   RC=0  Lauf gebucht oder war bereits gebucht
      *   RC=4  gebucht mit Hinweis (Zaehlstaende aus Protokoll
      *         und Nutzungsuebersicht weichen ab), oder nicht
      *         gebucht, weil der Monat abgeschlossen ist
      *   RC=8  Nutzungsuebersicht, Protokoll oder Buch nicht
      *         verfuegbar, Lauf nicht abgeschlossen oder
      *         Buchung nicht schreibbar
       main SECTION.
           MOVE FUNCTION CURRENT-DATE TO heute-zeit.
           MOVE heute-zeit(1:8) TO heute-datum.

           PERFORM nutzung-einlesen.

           IF NOT buchung-fehlgeschlagen
               PERFORM protokoll-auswerten
           END-IF.

           IF NOT buchung-fehlgeschlagen
               PERFORM verrechnungsbuch-oeffnen
           END-IF.

           IF NOT buchung-fehlgeschlagen
               PERFORM monat-pruefen
               IF NOT monat-abgeschlossen
                   PERFORM VARYING anforderer-index FROM 1 BY 1
                           UNTIL anforderer-index > anforderer-anzahl
                       PERFORM buchung-schreiben
                   END-PERFORM
               END-IF
               PERFORM buchungs-abschlussmeldung
           END-IF.

           IF buch-offen
               CLOSE verrechnungs-buch
           END-IF.

           EVALUATE TRUE
               WHEN buchung-fehlgeschlagen
                   MOVE 8 TO RETURN-CODE
               WHEN buchung-mit-hinweis
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


      * Liest die Nutzungsuebersicht: die Kopfzeile bestimmt den
      * zu buchenden Lauf, jede weitere Zeile wird als
      * Anforderer-Eintrag uebernommen.
       nutzung-einlesen SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT nutzungs-datei.
           IF nutzungs-dateistatus NOT = "00"
               DISPLAY "Fehler: Nutzungsuebersicht USAGESUM nicht "
                   "verfuegbar (Status " nutzungs-dateistatus
                   "). Buchung abgebrochen."
               SET buchung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ nutzungs-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           PERFORM nutzungszeile-uebernehmen
                   END-READ
               END-PERFORM
               CLOSE nutzungs-datei
               IF NOT nutzung-passend
                   DISPLAY "Fehler: Nutzungsuebersicht USAGESUM "
                       "ohne gueltige Kopfzeile. Buchung "
                       "abgebrochen."
                   SET buchung-fehlgeschlagen TO TRUE
               END-IF
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.


      * Wertet eine Zeile der Nutzungsuebersicht aus, wie
      * nutzungszeile-uebernehmen in FACLIEF.
       nutzungszeile-uebernehmen SECTION.
           ADD 1 TO nutzung-zeilennummer.
           EVALUATE TRUE
               WHEN nutzung-zeilennummer = 1
                   IF nutzungs-zeile(1:21) = "NUTZUNG JE ANFORDERER"
                           AND nutzungs-zeile(33:4) IS NUMERIC
                       MOVE nutzungs-zeile(33:4) TO ziel-lauf-nummer
                       SET nutzung-passend TO TRUE
                   END-IF
               WHEN nutzung-zeilennummer = 2
                   CONTINUE
               WHEN nutzung-passend AND nutzungs-zeile NOT = SPACES
                   MOVE nutzung-anforderer TO gesuchter-anforderer
                   PERFORM anforderer-eintrag-suchen
                   IF anforderer-fund-index = ZERO
                       PERFORM anforderer-eintrag-anlegen
                   END-IF
                   IF anforderer-fund-index > ZERO
                       PERFORM nutzungszahlen-uebernehmen
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      * Uebernimmt Zaehlstaende und Abteilungsname der aktuellen
      * Zeile in den gefundenen Tabelleneintrag. Nicht numerische
      * Zaehlstaende werden als null gebucht und gemeldet.
       nutzungszahlen-uebernehmen SECTION.
           SET at-nutzung-vorhanden(anforderer-fund-index) TO TRUE.
           MOVE nutzung-abteilungsname
               TO at-name(anforderer-fund-index).
           IF nutzung-saetze IS NUMERIC
                   AND nutzung-ueberlaeufe IS NUMERIC
                   AND nutzung-ungueltige IS NUMERIC
                   AND nutzung-abweisungen IS NUMERIC
               MOVE nutzung-saetze TO at-saetze(anforderer-fund-index)
               MOVE nutzung-ueberlaeufe
                   TO at-ueberlaeufe(anforderer-fund-index)
               MOVE nutzung-ungueltige
                   TO at-ungueltige(anforderer-fund-index)
               MOVE nutzung-abweisungen
                   TO at-abweisungen(anforderer-fund-index)
           ELSE
               DISPLAY "Warnung: Zeile " nutzung-zeilennummer
                   " der Nutzungsuebersicht mit unlesbaren "
                   "Zaehlstaenden (Anforderer " nutzung-anforderer
                   ")."
               SET buchung-mit-hinweis TO TRUE
           END-IF.


      * Sucht den Tabelleneintrag zur Kennung in
      * gesuchter-anforderer; anforderer-fund-index 0 bedeutet:
      * Kennung noch nicht vorgemerkt.
       anforderer-eintrag-suchen SECTION.
           MOVE ZERO TO anforderer-fund-index.
           PERFORM VARYING anforderer-index FROM 1 BY 1
                   UNTIL anforderer-index > anforderer-anzahl
                   OR anforderer-fund-index > ZERO
               IF at-kennung(anforderer-index)
                       = gesuchter-anforderer
                   MOVE anforderer-index TO anforderer-fund-index
               END-IF
           END-PERFORM.


      * Legt einen neuen, leeren Tabelleneintrag fuer die Kennung
      * in gesuchter-anforderer an; ist die Tabelle voll, bleibt
      * die Kennung mit Warnung ungebucht.
       anforderer-eintrag-anlegen SECTION.
           IF anforderer-anzahl < 50
               ADD 1 TO anforderer-anzahl
               MOVE anforderer-anzahl TO anforderer-fund-index
               MOVE gesuchter-anforderer
                   TO at-kennung(anforderer-fund-index)
               MOVE "N"
                   TO at-nutzung-kennzeichen(anforderer-fund-index)
               MOVE ZERO TO at-saetze(anforderer-fund-index)
               MOVE ZERO TO at-ueberlaeufe(anforderer-fund-index)
               MOVE ZERO TO at-ungueltige(anforderer-fund-index)
               MOVE ZERO TO at-abweisungen(anforderer-fund-index)
               MOVE SPACES TO at-name(anforderer-fund-index)
               MOVE ZERO
                   TO at-protokoll-saetze(anforderer-fund-index)
               PERFORM VARYING operations-index FROM 1 BY 1
                       UNTIL operations-index > 5
                   MOVE ZERO TO at-standard(anforderer-fund-index,
                       operations-index)
                   MOVE ZERO TO at-erweitert(anforderer-fund-index,
                       operations-index)
                   MOVE ZERO TO at-master(anforderer-fund-index,
                       operations-index)
               END-PERFORM
           ELSE
               DISPLAY "Warnung: Mehr als 50 Anforderer - Kennung "
                   gesuchter-anforderer " wird nicht gebucht."
               SET buchung-mit-hinweis TO TRUE
           END-IF.


      * Liest das Audit-Protokoll einmal: die Endemarke des Laufs
      * liefert das Laufdatum (ohne Endemarke ist der Lauf nicht
      * abgeschlossen und wird nicht gebucht), jede
      * Berechnungszeile des Laufs wird ihrem Anforderer
      * zugerechnet.
       protokoll-auswerten SECTION.
           MOVE "N" TO dateiende-kennzeichen.
           OPEN INPUT audit-datei.
           IF audit-dateistatus NOT = "00"
               DISPLAY "Fehler: Audit-Protokoll AUDITLOG nicht "
                   "verfuegbar (Status " audit-dateistatus "). "
                   "Buchung abgebrochen."
               SET buchung-fehlgeschlagen TO TRUE
           ELSE
               PERFORM UNTIL dateiende
                   READ audit-datei
                       AT END
                           SET dateiende TO TRUE
                       NOT AT END
                           IF audit-satz(23:4) = ziel-lauf-nummer
                               EVALUATE TRUE
                                   WHEN audit-satz(28:14)
                                           = "Batchlauf-Ende"
                                       MOVE audit-satz(1:8)
                                           TO ziel-laufdatum
                                       SET ziel-gefunden TO TRUE
                                   WHEN audit-satz(28:10)
                                           = "Operation:"
                                       PERFORM berechnung-zurechnen
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-datei
               IF ziel-gefunden
                   MOVE ziel-laufdatum(1:6) TO ziel-monat
               ELSE
                   DISPLAY "Fehler: Lauf " ziel-lauf-nummer
                       " der Nutzungsuebersicht hat keine Endemarke "
                       "im Audit-Protokoll. Buchung abgebrochen."
                   SET buchung-fehlgeschlagen TO TRUE
               END-IF
           END-IF.
           MOVE "N" TO dateiende-kennzeichen.


      * Rechnet eine Berechnungszeile ihrem Anforderer zu.
      * Verrechenbar ist jedes Ergebnis, das weder Ueberlauf noch
      * ungueltige Eingabe ist; es zaehlt als Master-Treffer, wenn
      * die Zeile den Vermerk "(MASTER)" traegt, als erweitert,
      * wenn der Eingabewert dreistellig protokolliert ist (so
      * schreibt FACULTYPGM jeden Satz des erweiterten Pfades),
      * sonst als Standard. Duplikate werden wie eine Berechnung
      * ihres Pfades verrechnet - der Anforderer hat die Karte
      * geliefert und das Ergebnis erhalten.
       berechnung-zurechnen SECTION.
           MOVE SPACES TO satz-vorspann.
           MOVE SPACES TO satz-rest.
           MOVE SPACES TO satz-wert-teil.
           MOVE SPACES TO satz-wert-text.
           MOVE SPACES TO satz-zweit-text.
           MOVE SPACES TO satz-ergebnis-text.
           MOVE SPACES TO satz-ergebnis-vermerkt.
           MOVE SPACES TO satz-anforderer-teil.

           UNSTRING audit-satz DELIMITED BY " Eingabe: "
               INTO satz-vorspann satz-rest
           END-UNSTRING.
           UNSTRING satz-rest DELIMITED BY " Ergebnis: "
               INTO satz-wert-teil satz-ergebnis-text
           END-UNSTRING.
           UNSTRING satz-wert-teil DELIMITED BY " Zweitwert: "
               INTO satz-wert-text satz-zweit-text
           END-UNSTRING.
           UNSTRING satz-ergebnis-text DELIMITED BY " Anforderer: "
               INTO satz-ergebnis-vermerkt satz-anforderer-teil
           END-UNSTRING.
           MOVE satz-anforderer-teil(1:3) TO satz-anforderer.
           IF satz-anforderer = SPACES
               MOVE "???" TO satz-anforderer
           END-IF.

           MOVE satz-anforderer TO gesuchter-anforderer.
           PERFORM anforderer-eintrag-suchen.
           IF anforderer-fund-index = ZERO
               PERFORM anforderer-eintrag-anlegen
           END-IF.

           IF anforderer-fund-index > ZERO
               ADD 1 TO at-protokoll-saetze(anforderer-fund-index)
               EVALUATE audit-satz(39:3)
                   WHEN "FAK"
                       MOVE 1 TO operations-index
                   WHEN "PER"
                       MOVE 2 TO operations-index
                   WHEN "KOM"
                       MOVE 3 TO operations-index
                   WHEN "KMW"
                       MOVE 4 TO operations-index
                   WHEN "DER"
                       MOVE 5 TO operations-index
                   WHEN OTHER
                       MOVE ZERO TO operations-index
               END-EVALUATE
               MOVE ZERO TO master-vermerke
               INSPECT satz-ergebnis-vermerkt
                   TALLYING master-vermerke FOR ALL " (MASTER)"
               EVALUATE TRUE
                   WHEN operations-index = ZERO
                       CONTINUE
                   WHEN satz-ergebnis-vermerkt(1:18)
                           = "UNGUELTIGE EINGABE"
                       CONTINUE
                   WHEN satz-ergebnis-vermerkt(1:9) = "UEBERLAUF"
                       CONTINUE
                   WHEN master-vermerke > ZERO
                       ADD 1 TO at-master(anforderer-fund-index,
                           operations-index)
                   WHEN satz-wert-text(3:1) NOT = SPACE
                       ADD 1 TO at-erweitert(anforderer-fund-index,
                           operations-index)
                   WHEN OTHER
                       ADD 1 TO at-standard(anforderer-fund-index,
                           operations-index)
               END-EVALUATE
           END-IF.


      * Oeffnet das Verrechnungsbuch zum Fortschreiben. Existiert
      * es noch nicht (Dateistatus 35), wird es leer angelegt und
      * danach erneut im I-O-Modus geoeffnet, wie der
      * Abteilungs-Master in ABTMAST.
       verrechnungsbuch-oeffnen SECTION.
           OPEN I-O verrechnungs-buch.
           IF buch-dateistatus = "35"
               OPEN OUTPUT verrechnungs-buch
               IF buch-dateistatus = "00"
                   CLOSE verrechnungs-buch
                   OPEN I-O verrechnungs-buch
               END-IF
           END-IF.
           IF buch-dateistatus = "00"
               SET buch-offen TO TRUE
           ELSE
               DISPLAY "Fehler: Verrechnungsbuch VERRBUCH nicht "
                   "verfuegbar (Status " buch-dateistatus "). "
                   "Buchung abgebrochen."
               SET buchung-fehlgeschlagen TO TRUE
           END-IF.


      * Prueft, ob VERRECH den Verrechnungsmonat des Laufs schon
      * abgeschlossen hat. Dann wird nichts gebucht - die
      * Rechnungen des Monats sind verschickt, der Lauf muss von
      * der Leistungsverrechnung von Hand nachberechnet werden.
       monat-pruefen SECTION.
           MOVE SPACES TO verr-schluessel.
           SET verr-monatsabschluss TO TRUE.
           MOVE ziel-monat TO verr-abschluss-monat.
           READ verrechnungs-buch
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET monat-abgeschlossen TO TRUE
                   DISPLAY "Warnung: Monat " ziel-monat " ist seit "
                       verr-buchungsdatum " abgeschlossen - Lauf "
                       ziel-lauf-nummer " wird nicht gebucht und "
                       "muss von Hand nachberechnet werden."
                   SET buchung-mit-hinweis TO TRUE
           END-READ.


      * Bucht die Zeile des Anforderers im aktuellen
      * Tabelleneintrag (anforderer-index). Existiert die Buchung
      * schon (Status 22), war der Lauf bereits gebucht und sie
      * bleibt unveraendert; jeder andere Schreibfehler ist ein
      * Fehler mit Bedingungscode 8. Weichen die Protokollzeilen
      * des Anforderers von seinen Saetzen laut
      * Nutzungsuebersicht ab, wird trotzdem gebucht und ein
      * Hinweis ausgegeben.
       buchung-schreiben SECTION.
           IF NOT at-nutzung-vorhanden(anforderer-index)
               DISPLAY "Warnung: Anforderer "
                   at-kennung(anforderer-index) " hat "
                   at-protokoll-saetze(anforderer-index)
                   " Protokollzeilen, aber keine Zeile in der "
                   "Nutzungsuebersicht - nicht gebucht."
               ADD 1 TO ungebuchte-kennungen
               SET buchung-mit-hinweis TO TRUE
           ELSE
               MOVE SPACES TO VERRECHNUNGS-SATZ
               SET verr-buchung TO TRUE
               MOVE ziel-lauf-nummer TO verr-lauf-nummer
               MOVE at-kennung(anforderer-index) TO verr-anforderer
               MOVE ziel-monat TO verr-monat
               MOVE ziel-laufdatum TO verr-laufdatum
               MOVE heute-datum TO verr-buchungsdatum
               SET verr-offen TO TRUE
               MOVE at-name(anforderer-index) TO verr-abteilungsname
               MOVE at-saetze(anforderer-index) TO verr-saetze
               MOVE at-ueberlaeufe(anforderer-index)
                   TO verr-ueberlaeufe
               MOVE at-ungueltige(anforderer-index)
                   TO verr-ungueltige
               MOVE at-abweisungen(anforderer-index)
                   TO verr-abweisungen
               PERFORM VARYING operations-index FROM 1 BY 1
                       UNTIL operations-index > 5
                   MOVE at-standard(anforderer-index,
                       operations-index)
                       TO verr-standard(operations-index)
                   MOVE at-erweitert(anforderer-index,
                       operations-index)
                       TO verr-erweitert(operations-index)
                   MOVE at-master(anforderer-index,
                       operations-index)
                       TO verr-master(operations-index)
               END-PERFORM
               WRITE VERRECHNUNGS-SATZ
                   INVALID KEY
                       IF buch-dateistatus = "22"
                           ADD 1 TO bereits-gebuchte-zeilen
                       ELSE
                           DISPLAY "Fehler: Buchung Lauf "
                               ziel-lauf-nummer " Anforderer "
                               at-kennung(anforderer-index)
                               " nicht geschrieben (Status "
                               buch-dateistatus ")."
                           SET buchung-fehlgeschlagen TO TRUE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO gebuchte-zeilen
                       IF at-protokoll-saetze(anforderer-index)
                               NOT = at-saetze(anforderer-index)
                           DISPLAY "Hinweis: Anforderer "
                               at-kennung(anforderer-index) ": "
                               at-protokoll-saetze(anforderer-index)
                               " Protokollzeilen, "
                               at-saetze(anforderer-index)
                               " Saetze laut Nutzungsuebersicht."
                           SET buchung-mit-hinweis TO TRUE
                       END-IF
               END-WRITE
           END-IF.


      * Gibt die Zaehlstaende der Buchung auf SYSOUT aus.
       buchungs-abschlussmeldung SECTION.
           DISPLAY "Buchung: Lauf " ziel-lauf-nummer " vom "
               ziel-laufdatum ", Verrechnungsmonat " ziel-monat ".".
           DISPLAY "Buchung: " gebuchte-zeilen
               " Anforderer-Zeilen gebucht.".
           IF bereits-gebuchte-zeilen > ZERO
               DISPLAY "Hinweis: " bereits-gebuchte-zeilen
                   " Anforderer-Zeilen waren bereits gebucht und "
                   "wurden uebersprungen."
           END-IF.
           IF ungebuchte-kennungen > ZERO
               DISPLAY "Buchung: " ungebuchte-kennungen
                   " Kennungen nur im Protokoll, nicht gebucht."
           END-IF.
