      * Satzaufbau der Preistabelle der Leistungsverrechnung
      * (PROD.FACULTY.RATES) fuer die Monatsabrechnung VERRECH: je
      * Zeile ein Preisschluessel in den Spalten 1-3 und der Preis
      * in EUR mit vier Nachkommastellen in den Spalten 5-14
      * (Form EEEEE,CCCC), ab Spalte 16 eine freie Bezeichnung.
      * Preisschluessel:
      *   FAK, PER, KOM, KMW, DER  Preis je verrechenbarem Ergebnis
      *                            der Operation
      *   ERW                      Aufschlag je Ergebnis aus dem
      *                            erweiterten Pfad (zusaetzlich
      *                            zum Preis der Operation)
      *   MST                      ermaessigter Preis je Ergebnis
      *                            aus dem Ergebnis-Master FACMASTR
      *                            (statt des Preises der Operation)
      * Zeilen mit "*" in Spalte 1 sind Kommentare. Alle sieben
      * Schluessel muessen genau einmal vorkommen, sonst wird
      * nicht abgerechnet.
       01  tarifsatz.
           02 tarif-schluessel PIC XXX.
           02 FILLER PIC X.
           02 tarif-preis-euro PIC 9(5).
           02 tarif-komma PIC X.
           02 tarif-preis-cent PIC 9(4).
           02 FILLER PIC X.
           02 tarif-bezeichnung PIC X(40).
