      * Satzaufbau der Vormerkdatei der Math-Utilities-Suite
      * (VSAM-KSDS, Schluessel = fortlaufende Vormerknummer),
      * gemeinsam fuer VORMERK (Pflege: Neuanlage und Storno)
      * und VORFREI (taegliche Freigabe vor der Vorpruefung).
      * Je Eintrag eine vorgemerkte Anforderung: das Kartenbild
      * im Aufbau von MATHBSAT.cpy, der Stichtag, ab dem sie in
      * die Eingabedatei des Batch-Laufs gehoert, und eine
      * wahlweise Wiederholungsregel:
      *   Leerzeichen  einmalig - nach der Freigabe erledigt
      *   T            taeglich, an jedem Werktag
      *   W            woechentlich, sieben Tage nach dem
      *                letzten Stichtag
      *   M            zum Monatsende, am letzten Werktag des
      *                Monats; der Stichtag benennt dann nur den
      *                Monat
      * Werktage bestimmt der Betriebskalender PROD.FACULTY.CALDAT
      * (siehe jcl/WCHJOB.jcl). Faellt ein Stichtag nicht auf
      * einen Werktag, wird die Anforderung am naechsten Werktag
      * freigegeben. Wiederkehrende Eintraege enden mit dem
      * wahlweisen Ende-Datum. Eintraege werden nie geloescht;
      * erledigte und stornierte bleiben zum Nachweis stehen.
       01  VORMERK-SATZ.
           02 vm-nummer PIC 9(6).
      * Vorgemerkte Anforderung im Aufbau von MATHBSAT.cpy
           02 vm-kartenbild PIC X(14).
      * Stichtag JJJJMMTT der naechsten Freigabe
           02 vm-stichtag PIC X(8).
           02 vm-wiederholung PIC X.
               88 vm-einmalig VALUE SPACE.
               88 vm-taeglich VALUE "T".
               88 vm-woechentlich VALUE "W".
               88 vm-monatsende VALUE "M".
      * Letzter Tag JJJJMMTT, an dem ein wiederkehrender Eintrag
      * noch freigegeben wird (Leerzeichen = unbefristet)
           02 vm-ende-datum PIC X(8).
           02 vm-stand-kennzeichen PIC X.
               88 vm-wartend VALUE "W".
               88 vm-erledigt VALUE "E".
               88 vm-storniert VALUE "S".
      * Datum JJJJMMTT der Erfassung, der letzten Freigabe und
      * des Stornos
           02 vm-erfasst-datum PIC X(8).
           02 vm-letzte-freigabe PIC X(8).
           02 vm-freigaben PIC 9(4).
           02 vm-storno-datum PIC X(8).
      * Freie Bemerkung der Erfassung bzw. Begruendung des Stornos
           02 vm-bemerkung PIC X(30).
