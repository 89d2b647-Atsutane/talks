
      * Die im Bericht nacheinander abgearbeiteten
      * Begruendungscodes (04 nur noch fuer Altbestaende, siehe
      * FACEDIT; 06 = Batch nicht abgestimmt; 07 = Abteilung
      * unbekannt oder nicht aktiv)
       01  GRUPPEN-STEUERUNG.
           02 gruppen-folge PIC X(14) VALUE "01020304050607".
           02 gruppen-position PIC 99.
           02 gruppen-lauf PIC 9.

               WRITE alterungs-satz

               PERFORM VARYING gruppen-lauf FROM 1 BY 1
                       UNTIL gruppen-lauf > 7
                   COMPUTE gruppen-position = gruppen-lauf * 2 - 1
                   MOVE gruppen-folge(gruppen-position:2)
                       TO gruppen-code
                       AND oe-grundcode(offener-index) NOT = "03"
                       AND oe-grundcode(offener-index) NOT = "04"
                       AND oe-grundcode(offener-index) NOT = "05"
                       AND oe-grundcode(offener-index) NOT = "06"
                       AND oe-grundcode(offener-index) NOT = "07"
                   ADD 1 TO unbekannte-codes
               END-IF
           END-PERFORM.
                               NOT = "04"
                           AND oe-grundcode(offener-index)
                               NOT = "05"
                           AND oe-grundcode(offener-index)
                               NOT = "06"
                           AND oe-grundcode(offener-index)
                               NOT = "07"
                       PERFORM detailzeile-schreiben
                   END-IF
               END-PERFORM
