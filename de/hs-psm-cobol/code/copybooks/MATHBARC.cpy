      * Satzaufbau des Berichtsarchivs der Math-Utilities-Suite
      * (VSAM-KSDS, Schluessel = Laufnummer + Seite + Zeile),
      * gemeinsam fuer BERLADEN (Laden des formatierten Berichtes
      * eines Laufs nach der Abstimmung und Loeschen abgelaufener
      * Laeufe) und BERDRUCK (Nachdruck und Verzeichnis).
      * Je Lauf steht unter Seite 0000 / Zeile 0000 ein
      * Verzeichnissatz (Satzart V) mit Laufdatum, Umfang und
      * Aufbewahrungsfrist, darunter je Berichtszeile ein Satz
      * (Satzart Z) mit dem unveraenderten 80-stelligen Zeilenbild.
      * Die Seiten sind je Lauf ab 1 durchgezaehlt, eine neue Seite
      * beginnt mit jedem Seitenkopf des Berichtes; die Zeilen
      * sind je Seite ab 1 durchgezaehlt. Der Verzeichnissatz wird
      * als letzter Satz eines Laufs geschrieben - Zeilensaetze
      * ohne Verzeichnissatz stammen aus einem abgebrochenen Laden
      * und werden beim naechsten Laden oder Loeschen entfernt.
       01  BERICHTSARCHIV-SATZ.
           02 barc-schluessel.
               03 barc-lauf-nummer PIC 9(4).
               03 barc-seite PIC 9(4).
               03 barc-zeile PIC 9(4).
           02 barc-satzart PIC X.
               88 barc-verzeichnis VALUE "V".
               88 barc-berichtszeile VALUE "Z".
      * Satzart Z: Zeilenbild wie im Bericht BATCHOUT
           02 barc-zeilenbild PIC X(80).
      * Satzart V: Verzeichnisangaben des Laufs
           02 barc-verzeichnisdaten REDEFINES barc-zeilenbild.
      * Laufdatum JJJJMMTT aus dem Berichtskopf
               03 barc-laufdatum PIC X(8).
               03 barc-seiten-anzahl PIC 9(4).
               03 barc-zeilen-anzahl PIC 9(6).
      * Verarbeitete Saetze laut Berichtsabschluss
               03 barc-saetze-anzahl PIC 9(6).
      * Datum JJJJMMTT des Ladens und letzter Tag JJJJMMTT der
      * Aufbewahrung; danach loescht BERLADEN den Lauf
               03 barc-geladen-datum PIC X(8).
               03 barc-aufbewahren-bis PIC X(8).
               03 FILLER PIC X(40).
