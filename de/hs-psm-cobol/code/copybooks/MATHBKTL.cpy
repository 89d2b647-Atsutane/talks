      * Aufbau einer Batch-Kontrollkarte der Math-Utilities-Suite,
      * gemeinsam fuer FACEDIT (Abstimmung je Batch) und alle
      * Programme, die Karten in die Eingabedatei liefern (etwa
      * REJMERGE). Jede Anlieferung der Datenerfassung ist in
      * eine Kopfkarte und eine Abschlusskarte eingerahmt;
      * dazwischen stehen die Eingabesaetze im Aufbau von
      * MATHBSAT.cpy. Die Kontrollkarten tragen in den Spalten
      * 1-3 eine Kartenart, die kein gueltiger Operationscode
      * ist, und die Anforderer-Kennung in denselben Spalten
      * 12-14 wie ein Eingabesatz, damit abgewiesene
      * Kontrollkarten in der Nutzungsuebersicht der richtigen
      * Abteilung zugerechnet werden.
      * Kopfkarte (KPF): Batch-Kennung (Spalten 5-10),
      * anliefernde Abteilung (12-14), Erfassungsdatum JJJJMMTT
      * (16-23).
      * Abschlusskarte (ABS): Batch-Kennung wie auf der Kopfkarte
      * (5-10), Abteilung (12-14), erwartete Anzahl Eingabesaetze
      * zwischen Kopf- und Abschlusskarte (16-21) und Hashsumme
      * ueber Operand n plus Operand k aller dieser Saetze
      * (23-34); nicht numerische Operanden zaehlen dabei null.
       01  batch-kontrollkarte.
           02 kontroll-kartenart PIC XXX.
               88 kontroll-kopfkarte VALUE "KPF".
               88 kontroll-abschlusskarte VALUE "ABS".
           02 FILLER PIC X.
           02 kontroll-batch-kennung PIC X(6).
           02 FILLER PIC X.
           02 kontroll-anforderer PIC XXX.
           02 FILLER PIC X.
           02 kontroll-angaben PIC X(19).
           02 kontroll-kopf-angaben REDEFINES kontroll-angaben.
               03 kontroll-erfassungsdatum PIC X(8).
               03 FILLER PIC X(11).
           02 kontroll-abschluss-angaben REDEFINES kontroll-angaben.
               03 kontroll-kartenanzahl PIC 9(6).
               03 FILLER PIC X.
               03 kontroll-hashsumme PIC 9(12).
           02 FILLER PIC X(6).
