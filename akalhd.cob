002800* abgewiesen. Die Funktion 01-INT-LH-PRUEFEN liefert den    *
002900* sperrenden Hold zum Objekt, wobei ein Hold auf dem        *
003000* Abstimmkreis alle Objekte des Kreises mit sperrt.         *
003010* Die Funktion 01-INT-LH-INHABER uebertraegt einen noch     *     D02
003020* sperrenden Hold (Status A oder V) auf einen neuen Inhaber *     D02
003030* (Austritts-Uebergabe AKAAUB); Status, Fallreferenz und    *     D02
003040* Freigabeangaben bleiben unveraendert.                     *     D02
003100*@E-ELEMENTBESCHREIBUNG                                     *
003200*                                                           *
004000*@A-COBOL-COPY                                              *
090053*     Aufhebung (Tabelle KA02AKLH).                          *     D01
090054*     Datum: 11.09.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58817                                                *     D02
090057*     Neue Funktion 01-INT-LH-INHABER: Inhaberwechsel eines *     D02
090058*     sperrenden Holds bei Austritt des Inhabers.           *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102900                                  "01-INT-LH-FRG-BST".
103000     20 C-01-INT-LH-PRUEFEN       PIC X(040) VALUE
103100                                  "01-INT-LH-PRUEFEN".
103101     20 C-01-INT-LH-INHABER       PIC X(040) VALUE                D02
103102                                  "01-INT-LH-INHABER".            D02
103200     20 C-TYP-ABSTIMMKREIS        PIC X(002) VALUE "AK".
103300*    KA4917 Freigabe: Anforderer und Bestaetiger identisch
103400     20 C-OBJEKT-KA4917           PIC X(006) VALUE "KA4917".
106600       PERFORM FREIGABE-BESTAETIGEN
106700     WHEN C-01-INT-LH-PRUEFEN
106800       PERFORM HOLD-PRUEFEN
106801     WHEN C-01-INT-LH-INHABER                                     D02
106802       PERFORM INHABER-AENDERN                                    D02
106900     WHEN OTHER
107000       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
107100     END-EVALUATE
119800     EXIT.
119900 HOLD-PRUEFEN-1002.
120000     EXIT.
120001/---------------------------------------------------------------* D02
120002* Inhaber eines sperrenden Holds (Status A oder V) wechseln;    * D02
120003* neuer Inhaber ist Pflicht, sonst Fehlergewicht                * D02
120004*---------------------------------------------------------------* D02
120005 INHABER-AENDERN SECTION.                                         D02
120006 INHABER-AENDERN-1001.                                            D02
120007     IF KAILHD-INHABER            = SPACE                         D02
120008     THEN                                                         D02
120009       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT               D02
12000A       GO TO INHABER-AENDERN-999                                  D02
12000B     END-IF                                                       D02
12000C     PERFORM SCHLUESSEL-BELEGEN                                   D02
12000D     PERFORM HOLD-EINZELN-LESEN                                   D02
12000E     IF KAOLHD-N-GEFUNDEN                                         D02
12000F        OR NOT KAO0ALH-SPERREND                                   D02
12000G     THEN                                                         D02
12000H       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT               D02
12000I       GO TO INHABER-AENDERN-999                                  D02
12000J     END-IF                                                       D02
12000K     MOVE KAILHD-INHABER          TO KAO0ALH-INHABER              D02
12000L     PERFORM HOLD-SCHREIBEN                                       D02
12000M     .                                                            D02
12000N INHABER-AENDERN-999.                                             D02
12000O     EXIT.                                                        D02
12000P INHABER-AENDERN-1002.                                            D02
12000Q     EXIT.                                                        D02
120100/---------------------------------------------------------------*
120200* Tabellenschluessel aus der Aufrufschnittstelle belegen        *
120300*---------------------------------------------------------------*
