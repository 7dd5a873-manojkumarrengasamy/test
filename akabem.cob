002700* 01-INT-UMH-NOTIZEN - Notizen beim Transfer der Position   *
002800*                      in einen anderen Abstimmkreis        *
002900*                      umhaengen (AKA4OF APO-TRANSFER)      *
002910* 01-INT-PSE-NOTIZEN - Notiztexte einer geschlossenen       *
002920*                      Position pseudonymisieren (AKADSP)   *
003000*@E-ELEMENTBESCHREIBUNG                                     *
003100*                                                           *
004000*@A-COBOL-COPY                                              *
090053*     Bearbeitungsverlauf je Abstimmposition.                *     D01
090054*     Datum: 05.09.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58789                                                *     D02
090057*     Neue Funktion 01-INT-PSE-NOTIZEN: Notiztexte einer    *     D02
090058*     Position durch einen Ersatztext ueberschreiben        *     D02
090059*     (Pseudonymisierungslauf AKADSP).                      *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102800                                  "01-INT-LES-NOTIZEN".
102900     20 C-01-INT-UMH-NOTIZEN      PIC X(040) VALUE
103000                                  "01-INT-UMH-NOTIZEN".
103020     20 C-01-INT-PSE-NOTIZEN      PIC X(040) VALUE                D02
103040                                  "01-INT-PSE-NOTIZEN".           D02
103100     20 C-1                       PIC 9(001) VALUE 1.
103200/---------------------------------------------------------------*
103300* Tabellenzugriff Notizen                                       *
106800       PERFORM NOTIZEN-LESEN
106900     WHEN C-01-INT-UMH-NOTIZEN
107000       PERFORM NOTIZEN-UMHAENGEN
107020     WHEN C-01-INT-PSE-NOTIZEN                                    D02
107040       PERFORM NOTIZEN-PSEUDONYMISIEREN                           D02
107100     WHEN OTHER
107200       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
107300     END-EVALUATE
119400     END-CALL
119500     .
119600 NOTIZ-UMSCHREIBEN-1002.
119601     EXIT.                                                        D02
119602/---------------------------------------------------------------* D02
119603* Notiztexte der Position durch den Ersatztext aus KAIBEM-TEXT  * D02
119604* ueberschreiben; Zeitstempel und Benutzer bleiben erhalten,    * D02
119605* KAOBEM-ANZ-NOTIZEN liefert die Anzahl der Notizen             * D02
119606*---------------------------------------------------------------* D02
119607 NOTIZEN-PSEUDONYMISIEREN SECTION.                                D02
119608 NOTIZEN-PSEUDONYMISIEREN-1001.                                   D02
119609     MOVE C-1                     TO H-LFD-ZEILE                  D02
119610     PERFORM NO-ZEILE-LESEN                                       D02
119611     PERFORM UNTIL NO-N-GEFUNDEN                                  D02
119612       IF KA0AKNO-AK-NUMMER       = KAIBEM-AK-NUMMER              D02
119613          AND KA0AKNO-HERKUNFT    = KAIBEM-HERKUNFT               D02
119614          AND KA0AKNO-KONTO-ID    = KAIBEM-KONTO-ID               D02
119615          AND KA0AKNO-AUSZUGSDATUM = KAIBEM-AUSZUGSDATUM          D02
119616          AND KA0AKNO-AUSZUGSNUMMER = KAIBEM-AUSZUGSNUMMER        D02
119617          AND KA0AKNO-AUSZUG-FNR  = KAIBEM-AUSZUG-FNR             D02
119618          AND KA0AKNO-LFD-NR-APO  = KAIBEM-LFD-NR-APO             D02
119619          AND KA0AKNO-TEXT        NOT = KAIBEM-TEXT               D02
119620       THEN                                                       D02
119621         PERFORM NOTIZ-PSEUDONYMISIEREN                           D02
119622       END-IF                                                     D02
119623       ADD C-1                    TO H-LFD-ZEILE                  D02
119624       PERFORM NO-ZEILE-LESEN                                     D02
119625     END-PERFORM                                                  D02
119626     .                                                            D02
119627 NOTIZEN-PSEUDONYMISIEREN-1002.                                   D02
119628     EXIT.                                                        D02
119629/---------------------------------------------------------------* D02
119630* Eine Notiz mit dem Ersatztext zurueckschreiben                * D02
119631*---------------------------------------------------------------* D02
119632 NOTIZ-PSEUDONYMISIEREN SECTION.                                  D02
119633 NOTIZ-PSEUDONYMISIEREN-1001.                                     D02
119634     PERFORM SCHLUESSEL-BELEGEN                                   D02
119635     MOVE KA0AKNO-LFD-NOTIZ       TO KAI0ANO-LFD-NOTIZ            D02
119636     MOVE KA0AKNO-TIMESTAMP       TO KAO0ANO-TIMESTAMP            D02
119637     MOVE KA0AKNO-USER            TO KAO0ANO-USER                 D02
119638     MOVE KAIBEM-TEXT             TO KAO0ANO-TEXT                 D02
119639     CALL "CGSTAB"                                                D02
119640     USING C-TAB-SCHREIBEN-EQUAL                                  D02
119641           C-KONFIG-ID-KA                                         D02
119642           C-OBJEKT-TAB-KA02AKNO                                  D02
119643           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
119644           KAI0ANO-EINGABEBEREICH                                 D02
119645           KAO0ANO-AUSGABEBEREICH                                 D02
119646           GSTTAB-EIN-AUSGABEBEREICH                              D02
119647     END-CALL                                                     D02
119648     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D02
119649     THEN                                                         D02
119650       ADD C-1                    TO KAOBEM-ANZ-NOTIZEN           D02
119651     END-IF                                                       D02
119652     .                                                            D02
119653 NOTIZ-PSEUDONYMISIEREN-1002.                                     D02
119700     EXIT.
119800/---------------------------------------------------------------*
119900* Hoechste laufende Notiznummer der Position ermitteln          *
