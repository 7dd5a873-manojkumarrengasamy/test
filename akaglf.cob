000010* ELEMENTKOPF-COBOL-SOURCE ********************************%*
000100*@CR                                                              CCC
000150* COPYRIGHT (C) 2018                                              CCC
000151* Fidelity National Information Services, Inc. and/or its         CCC
000152* subsidiaries - All Rights Reserved worldwide.                   CCC
000153* This document is protected under the trade secret and           CCC
000154* copyright laws as the property of Fidelity National             CCC
000155* Information Services, Inc. and/or its subsidiaries.             CCC
000156* Copying, reproduction or distribution should be limited         CCC
000157* and only to employees with a ( need to know )                   CCC
000158* to do their job. Any disclosure of this document                CCC
000159* to third parties is strictly prohibited.                        CCC
000160*@CR
000160*
000160* ELEMENTIDENTIFIKATION :
000160* -----------------------
000160*
000160*@a_element_info
000160*@Titel         : Vorlage GL-Schnittstellendateien zur Freigabe
000160*@Elementname   : akaglf.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sub
000160*@BatchDialog   : beides
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Vorlage GL-Dateien zur Freigabe           *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Gemeinsamer Dienst der Erzeuger der Hauptbuch-Schnitt-   *
001800* stellendateien (AKAGLB: GLBAUS, AKARST: RSTGLB,          *
001900* AKAFXR: FXRGLB). Die Dateien gehen nicht mehr unmittel-  *
002000* bar an das Hauptbuch, sondern werden mit ihren Kontroll- *
002100* summen zur Freigabe vorgelegt (KA02AKGF):                *
002200* 01-INT-LAUF-PRUEFEN weist einen neuen Lauf ab (KA4949),  *
002300* solange die letzte Datei der Dateiart noch nicht         *
002400* uebertragen bzw. nach Ablehnung zurueckgesetzt ist;      *
002500* der Erzeuger ruft die Funktion vor dem Oeffnen seiner    *
002600* Datei. 01-INT-SATZ-ZAEHLEN summiert je geschriebenem     *
002700* Satz Anzahl, Soll (positive Betraege) und Haben          *
002800* (negative Betraege) je Waehrung und GL-Konto.            *
002900* 01-INT-DATEI-VORLEGEN schreibt am Laufende die Summen    *
003000* je Waehrung/GL-Konto nach KA02AKGK und den Kopf nach     *
003100* KA02AKGF (Status P). War die Vorgaengerdatei             *
003200* uebertragen (Status U), werden deren Werte als           *
003300* Vergleichswerte (VOR-Felder) uebernommen.                *
003400* Freigabe im Dialog AKAC4GF, Uebertragung bzw.            *
003500* Ruecksetzen im Lauf AKAGLU.                              *
003600*@E-ELEMENTBESCHREIBUNG                                    *
003700*                                                          *
003800*@A-MODULAUFRUF                                            *
003900* CALL "AKAGLF" USING KAIGLF-EIN-AUSGABEBEREICH            *
004000*                     GSOVER-VERSTAENDIGUNGSBEREICH        *
004100*@E-MODULAUFRUF                                            *
004200*                                                          *
004300*@A-COBOL-COPY                                             *
004400* Benoetigte COBOL-Copies:                                 *
004500* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004600* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004700* CGSTTAB    : TABELLENZUGRIFF                             *
004800* CKAI0AGF   : EINGABEBEREICH KA02AKGF                     *
004900* CKAO0AGF   : AUSGABEBEREICH KA02AKGF                     *
005000* CKAI0AGK   : EINGABEBEREICH KA02AKGK                     *
005100* CKAO0AGK   : AUSGABEBEREICH KA02AKGK                     *
005200* CKA0AKGK   : ZEILENSCAN KA03AKGK                         *
005300* CKAIGLF    : EIN-/AUSGABEBEREICH AKAGLF                  *
005400*@E-COBOL-COPY                                             *
005500*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58815                                               *      D01
090052*     Neuanlage - Vorlage der GL-Schnittstellendateien mit *      D01
090053*     Kontrollsummen je Waehrung und GL-Konto zur          *      D01
090054*     Vier-Augen-Freigabe vor der Uebertragung.            *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAGLF.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akaglf  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
102000     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
102100                                  "SCHREIBEN-EQUAL".
102200     20 C-OBJEKT-TAB-KA02AKGF     PIC X(009) VALUE "KA02AKGF".
102300     20 C-OBJEKT-TAB-KA02AKGK     PIC X(009) VALUE "KA02AKGK".
102400     20 C-OBJEKT-TAB-KA03AKGK     PIC X(009) VALUE "KA03AKGK".
102500     20 C-01-INT-LAUF-PRUEFEN     PIC X(040) VALUE
102600                                  "01-INT-LAUF-PRUEFEN".
102700     20 C-01-INT-SATZ-ZAEHLEN     PIC X(040) VALUE
102800                                  "01-INT-SATZ-ZAEHLEN".
102900     20 C-01-INT-DATEI-VORLEGEN   PIC X(040) VALUE
103000                                  "01-INT-DATEI-VORLEGEN".
103100     20 C-OBJEKT-KA4949           PIC X(008) VALUE "KA4949".
103200     20 C-MAX-SUMMEN              PIC 9(003) VALUE 499.
103300     20 C-WAEHRUNG-SONSTIGE       PIC X(003) VALUE "***".
103400     20 C-KONTO-SONSTIGE          PIC X(010) VALUE "*SONSTIGE*".
103500     20 C-J                       PIC X(001) VALUE "J".
103600     20 C-N                       PIC X(001) VALUE "N".
103700     20 C-1                       PIC 9(001) VALUE 1.
103800/---------------------------------------------------------------*
103900* Tabellenzugriff Freigabe und Kontrollsummen                   *
104000*---------------------------------------------------------------*
104100  COPY DCTGRCGE.
104200  COPY CGSTTAB.
104300  COPY CKAI0AGF.
104400  COPY CKAO0AGF.
104500  COPY CKAI0AGK.
104600  COPY CKAO0AGK.
104700  COPY CKA0AKGK.
104800 01  DUMMY                        PIC X(001).
104900/---------------------------------------------------------------*
105000* Kontrollsummen des laufenden Erzeugerlaufs (bleiben zwischen  *
105100* den Aufrufen erhalten; Ueberlauf auf eine Sammelzeile)        *
105200*---------------------------------------------------------------*
105300 01  H-SUMMEN-TABELLE.
105400     05 H-ANZ-SUMMEN              PIC 9(003) COMP-3 VALUE ZERO.
105500     05 H-SUMME                   OCCURS 500.
105600        10 H-S-WAEHRUNG           PIC X(003).
105700        10 H-S-GL-KONTO           PIC X(010).
105800        10 H-S-ANZ-SAETZE         PIC 9(009) COMP-3.
105900        10 H-S-SOLL               PIC 9(015)V9(003) COMP-3.
106000        10 H-S-HABEN              PIC 9(015)V9(003) COMP-3.
106100        10 H-S-GESCHRIEBEN-KZ     PIC X(001).
106200 01  H-ANZ-SAETZE                 PIC 9(009) COMP-3 VALUE ZERO.
106300 01  H-SUMME-SOLL                 PIC 9(015)V9(003) COMP-3
106400                                  VALUE ZERO.
106500 01  H-SUMME-HABEN                PIC 9(015)V9(003) COMP-3
106600                                  VALUE ZERO.
106700/---------------------------------------------------------------*
106800* Hilfsvariable                                                 *
106900*---------------------------------------------------------------*
107000 01  H-TIMESTAMP-FIELDS.
107100     05  H-TAGESDATUM             PIC 9(008).
107200     05  FILLER                   PIC X(013).
107300 01  H-IND                        PIC 9(003) COMP-3.
107400 01  H-SUCH-WAEHRUNG              PIC X(003).
107500 01  H-SUCH-GL-KONTO              PIC X(010).
107600 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
107700 01  H-BETRAG-ABS                 PIC 9(013)V9(003).
107800 01  H-ROLLEN-KZ                  PIC X(001).
107900     88 VORGAENGER-UEBERTRAGEN    VALUE "J".
108000     88 VORGAENGER-N-UEBERTRAGEN  VALUE "N".
108100 01  H-SCAN-STATUS                PIC X(001).
108200     88 SCAN-WEITER               VALUE "J".
108300     88 SCAN-FERTIG               VALUE "N".
108400/****************************************************************
108500 LINKAGE SECTION.
108600*****************************************************************
108700  COPY CKAIGLF.
108800  COPY CGSOVER.
108900/
109000 PROCEDURE DIVISION
109100     USING KAIGLF-EIN-AUSGABEBEREICH
109200           GSOVER-VERSTAENDIGUNGSBEREICH.
109300
109400 STEUER-AKAGLF SECTION.
109500 STEUER-AKAGLF-1001.
109600     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
109700     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
109800     EVALUATE KAIGLF-FUNKTION
109900     WHEN C-01-INT-SATZ-ZAEHLEN
110000       PERFORM SATZ-ZAEHLEN
110100     WHEN C-01-INT-LAUF-PRUEFEN
110200       PERFORM LAUF-PRUEFEN
110300     WHEN C-01-INT-DATEI-VORLEGEN
110400       PERFORM DATEI-VORLEGEN
110500     WHEN OTHER
110600       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
110700     END-EVALUATE
110800     GO TO PROGRAMM-VERLASSEN
110900     .
111000 STEUER-AKAGLF-1002.
111100     EXIT.
111200/---------------------------------------------------------------*
111300* Laufbeginn: steht die letzte Datei der Dateiart noch zur      *
111400* Freigabe an (P, K, F) oder ist sie abgelehnt und noch nicht   *
111500* zurueckgesetzt (A), wird der Lauf abgewiesen; sonst werden    *
111600* die Kontrollsummen geleert                                    *
111700*---------------------------------------------------------------*
111800 LAUF-PRUEFEN SECTION.
111900 LAUF-PRUEFEN-1001.
112000     MOVE KAIGLF-DATEI-ART        TO KAI0AGF-DATEI-ART
112100     CALL "CGSTAB"
112200     USING C-TAB-LESEN-EQUAL
112300           C-KONFIG-ID-KA
112400           C-OBJEKT-TAB-KA02AKGF
112500           GSOVER-VERSTAENDIGUNGSBEREICH
112600           KAI0AGF-EINGABEBEREICH
112700           KAO0AGF-AUSGABEBEREICH
112800           GSTTAB-EIN-AUSGABEBEREICH
112900     END-CALL
113000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
113100     THEN
113200       IF KAO0AGF-VORGELEGT
113300          OR KAO0AGF-GEPRUEFT
113400          OR KAO0AGF-FREIGEGEBEN
113500          OR KAO0AGF-ABGELEHNT
113600       THEN
113700*        KA4949 Vorgaengerdatei noch nicht uebertragen
113800         MOVE C-OBJEKT-KA4949     TO GSOVER-RETURNCODE
113900         MOVE C-GEW-FEHLER        TO GSOVER-GEWICHT
114000         MOVE KAO0AGF-LAUFDATUM   TO KAIGLF-LAUFDATUM
114100         GO TO LAUF-PRUEFEN-999
114200       END-IF
114300     ELSE
114400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
114500     END-IF
114600     MOVE ZERO                    TO H-ANZ-SUMMEN
114700                                     H-ANZ-SAETZE
114800                                     H-SUMME-SOLL
114900                                     H-SUMME-HABEN
115000     .
115100 LAUF-PRUEFEN-999.
115200     EXIT.
115300 LAUF-PRUEFEN-1002.
115400     EXIT.
115500/---------------------------------------------------------------*
115600* Einen geschriebenen Satz in die Kontrollsummen einrechnen     *
115700*---------------------------------------------------------------*
115800 SATZ-ZAEHLEN SECTION.
115900 SATZ-ZAEHLEN-1001.
116000     MOVE KAIGLF-WAEHRUNG         TO H-SUCH-WAEHRUNG
116100     MOVE KAIGLF-GL-KONTO         TO H-SUCH-GL-KONTO
116200     PERFORM EINTRAG-SUCHEN
116300     IF H-IND                     > H-ANZ-SUMMEN
116400        AND H-ANZ-SUMMEN          NOT < C-MAX-SUMMEN
116500     THEN
116600*      Tabelle voll: Sammelzeile, Gesamtsummen bleiben richtig
116700       MOVE C-WAEHRUNG-SONSTIGE   TO H-SUCH-WAEHRUNG
116800       MOVE C-KONTO-SONSTIGE      TO H-SUCH-GL-KONTO
116900       PERFORM EINTRAG-SUCHEN
117000     END-IF
117100     IF H-IND                     > H-ANZ-SUMMEN
117200     THEN
117300       ADD C-1                    TO H-ANZ-SUMMEN
117400       MOVE H-ANZ-SUMMEN          TO H-IND
117500       MOVE H-SUCH-WAEHRUNG       TO H-S-WAEHRUNG (H-IND)
117600       MOVE H-SUCH-GL-KONTO       TO H-S-GL-KONTO (H-IND)
117700       MOVE ZERO                  TO H-S-ANZ-SAETZE (H-IND)
117800                                     H-S-SOLL (H-IND)
117900                                     H-S-HABEN (H-IND)
118000       MOVE C-N                   TO H-S-GESCHRIEBEN-KZ (H-IND)
118100     END-IF
118200     ADD C-1                      TO H-S-ANZ-SAETZE (H-IND)
118300                                     H-ANZ-SAETZE
118400     IF KAIGLF-BETRAG             < ZERO
118500     THEN
118600       COMPUTE H-BETRAG-ABS       = KAIGLF-BETRAG * -1
118700       ADD H-BETRAG-ABS           TO H-S-HABEN (H-IND)
118800                                     H-SUMME-HABEN
118900     ELSE
119000       MOVE KAIGLF-BETRAG         TO H-BETRAG-ABS
119100       ADD H-BETRAG-ABS           TO H-S-SOLL (H-IND)
119200                                     H-SUMME-SOLL
119300     END-IF
119400     .
119500 SATZ-ZAEHLEN-1002.
119600     EXIT.
119700/---------------------------------------------------------------*
119800* Eintrag zu H-SUCH-WAEHRUNG/H-SUCH-GL-KONTO suchen; nicht      *
119900* gefunden: H-IND > H-ANZ-SUMMEN                                *
120000*---------------------------------------------------------------*
120100 EINTRAG-SUCHEN SECTION.
120200 EINTRAG-SUCHEN-1001.
120300     PERFORM VARYING H-IND FROM 1 BY 1
120400             UNTIL H-IND > H-ANZ-SUMMEN
120500                OR (H-S-WAEHRUNG (H-IND) = H-SUCH-WAEHRUNG
120600                    AND H-S-GL-KONTO (H-IND) = H-SUCH-GL-KONTO)
120700       CONTINUE
120800     END-PERFORM
120900     .
121000 EINTRAG-SUCHEN-1002.
121100     EXIT.
121200/---------------------------------------------------------------*
121300* Laufende: Kontrollsummen je Waehrung/GL-Konto fortschreiben   *
121400* und die Datei mit Status P zur Freigabe vorlegen              *
121500*---------------------------------------------------------------*
121600 DATEI-VORLEGEN SECTION.
121700 DATEI-VORLEGEN-1001.
121800     MOVE KAIGLF-DATEI-ART        TO KAI0AGF-DATEI-ART
121900     SET VORGAENGER-N-UEBERTRAGEN TO TRUE
122000     CALL "CGSTAB"
122100     USING C-TAB-LESEN-EQUAL
122200           C-KONFIG-ID-KA
122300           C-OBJEKT-TAB-KA02AKGF
122400           GSOVER-VERSTAENDIGUNGSBEREICH
122500           KAI0AGF-EINGABEBEREICH
122600           KAO0AGF-AUSGABEBEREICH
122700           GSTTAB-EIN-AUSGABEBEREICH
122800     END-CALL
122900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
123000     THEN
123100       IF KAO0AGF-UEBERTRAGEN
123200       THEN
123300*        Uebertragene Vorgaengerdatei wird Vergleichsbasis
123400         SET VORGAENGER-UEBERTRAGEN
123500                                  TO TRUE
123600         MOVE KAO0AGF-LAUFDATUM   TO KAO0AGF-VOR-LAUFDATUM
123700         MOVE KAO0AGF-ANZ-SAETZE  TO KAO0AGF-VOR-ANZ-SAETZE
123800         MOVE KAO0AGF-SUMME-SOLL  TO KAO0AGF-VOR-SUMME-SOLL
123900         MOVE KAO0AGF-SUMME-HABEN TO KAO0AGF-VOR-SUMME-HABEN
124000       END-IF
124100     ELSE
124200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
124300       INITIALIZE KAO0AGF-AUSGABEBEREICH
124400     END-IF
124500*    vorhandene Summenzeilen der Dateiart fortschreiben
124600     MOVE ZERO                    TO H-LFD-ZEILE
124700     SET SCAN-WEITER              TO TRUE
124800     PERFORM UNTIL SCAN-FERTIG
124900       ADD C-1                    TO H-LFD-ZEILE
125000       MOVE H-LFD-ZEILE           TO KA0AKGK-ZEILENNUMMER
125100       CALL "CGSTAB"
125200       USING C-TAB-LESEN-ZEILE
125300             C-KONFIG-ID-KA
125400             C-OBJEKT-TAB-KA03AKGK
125500             GSOVER-VERSTAENDIGUNGSBEREICH
125600             KA0AKGK-EINGABEBEREICH
125700             KA0AKGK-AUSGABEBEREICH
125800             DUMMY
125900       END-CALL
126000       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
126100       THEN
126200         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
126300         SET SCAN-FERTIG          TO TRUE
126400       ELSE
126500         IF KA0AKGK-DATEI-ART     = KAIGLF-DATEI-ART
126600         THEN
126700           PERFORM SUMMENZEILE-FORTSCHREIBEN
126800         END-IF
126900       END-IF
127000     END-PERFORM
127100*    neue Kombinationen Waehrung/GL-Konto anlegen
127200     PERFORM VARYING H-IND FROM 1 BY 1
127300             UNTIL H-IND > H-ANZ-SUMMEN
127400       IF H-S-GESCHRIEBEN-KZ (H-IND) = C-N
127500       THEN
127600         MOVE KAIGLF-DATEI-ART    TO KAI0AGK-DATEI-ART
127700         MOVE H-S-WAEHRUNG (H-IND)
127800                                  TO KAI0AGK-WAEHRUNG
127900         MOVE H-S-GL-KONTO (H-IND)
128000                                  TO KAI0AGK-GL-KONTO
128100         INITIALIZE KAO0AGK-AUSGABEBEREICH
128200         PERFORM SUMMENZEILE-SCHREIBEN
128300       END-IF
128400     END-PERFORM
128500*    Kopf mit Status P
128600     SET KAO0AGF-VORGELEGT        TO TRUE
128700     MOVE KAIGLF-LAUFDATUM        TO KAO0AGF-LAUFDATUM
128800     MOVE KAIGLF-PROGRAMM         TO KAO0AGF-PROGRAMM
128900     MOVE H-TAGESDATUM            TO KAO0AGF-ERSTELL-DATUM
129000     MOVE H-ANZ-SAETZE            TO KAO0AGF-ANZ-SAETZE
129100     MOVE H-SUMME-SOLL            TO KAO0AGF-SUMME-SOLL
129200     MOVE H-SUMME-HABEN           TO KAO0AGF-SUMME-HABEN
129300     MOVE H-ANZ-SUMMEN            TO KAO0AGF-ANZ-SUMMEN
129400     MOVE SPACE                   TO KAO0AGF-PRUEFER
129500                                     KAO0AGF-ENTSCHEIDER
129600                                     KAO0AGF-ABLEHN-GRUND
129700     MOVE ZERO                    TO KAO0AGF-PRUEF-DATUM
129800                                     KAO0AGF-ENTSCHEID-DATUM
129900                                     KAO0AGF-UEBERTRAG-DATUM
130000     CALL "CGSTAB"
130100     USING C-TAB-SCHREIBEN-EQUAL
130200           C-KONFIG-ID-KA
130300           C-OBJEKT-TAB-KA02AKGF
130400           GSOVER-VERSTAENDIGUNGSBEREICH
130500           KAI0AGF-EINGABEBEREICH
130600           KAO0AGF-AUSGABEBEREICH
130700           GSTTAB-EIN-AUSGABEBEREICH
130800     END-CALL
130900     MOVE H-ANZ-SAETZE            TO KAIGLF-ANZ-SAETZE
131000     MOVE H-SUMME-SOLL            TO KAIGLF-SUMME-SOLL
131100     MOVE H-SUMME-HABEN           TO KAIGLF-SUMME-HABEN
131200     .
131300 DATEI-VORLEGEN-1002.
131400     EXIT.
131500/---------------------------------------------------------------*
131600* Vorhandene Summenzeile: bei uebertragenem Vorgaenger dessen   *
131700* Werte als Vergleich uebernehmen, dann die Werte des Laufs     *
131800* eintragen (null, wenn die Kombination nicht mehr vorkommt)    *
131900*---------------------------------------------------------------*
132000 SUMMENZEILE-FORTSCHREIBEN SECTION.
132100 SUMMENZEILE-FORTSCHREIBEN-1001.
132200     MOVE KA0AKGK-DATEI-ART       TO KAI0AGK-DATEI-ART
132300     MOVE KA0AKGK-WAEHRUNG        TO KAI0AGK-WAEHRUNG
132400     MOVE KA0AKGK-GL-KONTO        TO KAI0AGK-GL-KONTO
132500     MOVE KA0AKGK-AUSGABEBEREICH (17:)
132600                                  TO KAO0AGK-AUSGABEBEREICH
132700     IF VORGAENGER-UEBERTRAGEN
132800     THEN
132900       MOVE KA0AKGK-LAUFDATUM     TO KAO0AGK-VOR-LAUFDATUM
133000       MOVE KA0AKGK-ANZ-SAETZE    TO KAO0AGK-VOR-ANZ-SAETZE
133100       MOVE KA0AKGK-SUMME-SOLL    TO KAO0AGK-VOR-SUMME-SOLL
133200       MOVE KA0AKGK-SUMME-HABEN   TO KAO0AGK-VOR-SUMME-HABEN
133300     END-IF
133400     MOVE KA0AKGK-WAEHRUNG        TO H-SUCH-WAEHRUNG
133500     MOVE KA0AKGK-GL-KONTO        TO H-SUCH-GL-KONTO
133600     PERFORM EINTRAG-SUCHEN
133700     PERFORM SUMMENZEILE-SCHREIBEN
133800     .
133900 SUMMENZEILE-FORTSCHREIBEN-1002.
134000     EXIT.
134100/---------------------------------------------------------------*
134200* Werte des Laufs (Eintrag H-IND, sonst null) in die Summen-    *
134300* zeile KAI0AGK/KAO0AGK uebernehmen und schreiben               *
134400*---------------------------------------------------------------*
134500 SUMMENZEILE-SCHREIBEN SECTION.
134600 SUMMENZEILE-SCHREIBEN-1001.
134700     MOVE KAIGLF-LAUFDATUM        TO KAO0AGK-LAUFDATUM
134800     IF H-IND                     > H-ANZ-SUMMEN
134900     THEN
135000       MOVE ZERO                  TO KAO0AGK-ANZ-SAETZE
135100                                     KAO0AGK-SUMME-SOLL
135200                                     KAO0AGK-SUMME-HABEN
135300     ELSE
135400       MOVE H-S-ANZ-SAETZE (H-IND)
135500                                  TO KAO0AGK-ANZ-SAETZE
135600       MOVE H-S-SOLL (H-IND)      TO KAO0AGK-SUMME-SOLL
135700       MOVE H-S-HABEN (H-IND)     TO KAO0AGK-SUMME-HABEN
135800       MOVE C-J                   TO H-S-GESCHRIEBEN-KZ (H-IND)
135900     END-IF
136000     CALL "CGSTAB"
136100     USING C-TAB-SCHREIBEN-EQUAL
136200           C-KONFIG-ID-KA
136300           C-OBJEKT-TAB-KA02AKGK
136400           GSOVER-VERSTAENDIGUNGSBEREICH
136500           KAI0AGK-EINGABEBEREICH
136600           KAO0AGK-AUSGABEBEREICH
136700           GSTTAB-EIN-AUSGABEBEREICH
136800     END-CALL
136900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
137000     .
137100 SUMMENZEILE-SCHREIBEN-1002.
137200     EXIT.
137300/
137400 PROGRAMM-VERLASSEN SECTION.
137500 PROGRAMM-VERLASSEN-1001.
137600     EXIT PROGRAM
137700     .
137800 PROGRAMM-VERLASSEN-1002.
137900     EXIT.
