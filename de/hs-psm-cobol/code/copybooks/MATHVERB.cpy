      * Satzaufbau des Verrechnungsbuchs der Math-Utilities-Suite
      * (VSAM-KSDS, Schluessel = Satzart + Laufnummer +
      * Anforderer-Kennung), gemeinsam fuer VERBUCH (Buchung der
      * Nutzungsuebersicht je Lauf) und VERRECH (Monatsabrechnung
      * mit Rechnungen, Abrechnungsdatei und Monatsabschluss).
      * Satzart B: je Lauf und Anforderer eine Buchung mit der
      * Zeile der Nutzungsuebersicht und den verrechenbaren
      * Mengen je Operation aus dem Audit-Protokoll - getrennt
      * nach Standardpfad, erweitertem Pfad und Treffern im
      * Ergebnis-Master. Ueberlaeufe und ungueltige Saetze werden
      * nachrichtlich gefuehrt, aber nicht verrechnet.
      * Satzart M: je abgeschlossenem Monat ein Abschlusssatz;
      * in einen abgeschlossenen Monat bucht VERBUCH nicht mehr.
      * Buchungen werden nie geloescht; VERRECH setzt sie beim
      * Monatsabschluss auf abgerechnet.
       01  VERRECHNUNGS-SATZ.
           02 verr-schluessel.
               03 verr-satzart PIC X.
                   88 verr-buchung VALUE "B".
                   88 verr-monatsabschluss VALUE "M".
               03 verr-schluessel-rest PIC X(7).
               03 verr-buchungs-schluessel
                       REDEFINES verr-schluessel-rest.
                   04 verr-lauf-nummer PIC X(4).
                   04 verr-anforderer PIC XXX.
               03 verr-abschluss-schluessel
                       REDEFINES verr-schluessel-rest.
                   04 verr-abschluss-monat PIC X(6).
                   04 FILLER PIC X.
      * Verrechnungsmonat JJJJMM (Monat des Laufdatums)
           02 verr-monat PIC X(6).
      * Laufdatum JJJJMMTT (Datum der Endemarke des Laufs)
           02 verr-laufdatum PIC X(8).
      * Datum JJJJMMTT der Buchung bzw. des Monatsabschlusses
           02 verr-buchungsdatum PIC X(8).
           02 verr-stand-kennzeichen PIC X.
               88 verr-offen VALUE "O".
               88 verr-abgerechnet VALUE "A".
      * Datum JJJJMMTT der Abrechnung, nur bei abgerechneten
      * Buchungen
           02 verr-abrechnungsdatum PIC X(8).
           02 verr-abteilungsname PIC X(24).
      * Zaehlstaende der Nutzungsuebersicht (copybooks/MATHNUTZ)
           02 verr-saetze PIC 9(6).
           02 verr-ueberlaeufe PIC 9(6).
           02 verr-ungueltige PIC 9(6).
           02 verr-abweisungen PIC 9(6).
      * Verrechenbare Mengen je Operation in der Reihenfolge
      * FAK, PER, KOM, KMW, DER
           02 verr-operation OCCURS 5 TIMES.
               03 verr-standard PIC 9(6).
               03 verr-erweitert PIC 9(6).
               03 verr-master PIC 9(6).
