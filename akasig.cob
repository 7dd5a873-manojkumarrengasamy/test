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
000160*@Titel         : Siegel aufbewahrter Lieferungen
000160*@Elementname   : akasig.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Siegel aufbewahrter Lieferungen           *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Versiegelt die als Nachweis aufbewahrten Lieferungen bei *
001800* der Annahme: je Lieferung der Aufbewahrungsdatei RPLSTORE*
001900* (Quelle R, Laufdatum und Auszug) und je Auszug der       *
002000* Rohtext-Ablage KA02AKRW (Quelle W) ein Siegel in         *
002100* KA02AKSE mit Satzanzahl, Betragssumme und zwei           *
002200* Pruefwerten ueber den Satzinhalt: je Satz ein Polynomrest*
002300* ueber alle Zeichen (Faktor 31 modulo 999999937 bzw.      *
002400* Faktor 37 modulo 999999929), je Lieferung die Summe der  *
002500* Satzwerte modulo, damit unabhaengig von der Lesefolge.   *
002600* Die Schreiber AKAKON, AKADLI und AKAWPK uebergeben jeden *
002700* aufbewahrten Satz (01-INT-SIEGEL-SATZ); je Quelle ist ein*
002800* Siegel offen, der Schluesselwechsel und 01-INT-SIEGEL-   *
002900* ENDE am Laufende schreiben es. Ein RPLSTORE-Siegel zum   *
003000* selben Laufdatum wird fortgeschrieben (Wiederanlauf,     *
003100* zweite Lieferung am Tag), ein Rohtext-Siegel neu         *
003200* aufgebaut (Rohzeilen werden beim Wiederanlauf ersetzt).  *
003300* 01-INT-SIEGEL-LOESCHEN entfernt das Siegel einer         *
003400* bereinigten Lieferung (AKAHSK), 01-INT-SIEGEL-PSEUDONYM  *
003500* vermerkt die Pseudonymisierung eines Rohtexts (AKADSP).  *
003600* 01-STD-SIEGEL-RECHNEN rechnet einen Satz in den          *
003700* uebergebenen Siegelbereich ein (Nachrechnen in AKASIP).  *
003800*@E-ELEMENTBESCHREIBUNG                                    *
003900*                                                          *
004000*@A-COBOL-COPY                                             *
004100* Benoetigte COBOL-Copies:                                 *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004400* CGSTTAB    : TABELLENZUGRIFF                             *
004500* CKAI0ASE   : EINGABEBEREICH KA02AKSE                     *
004600* CKAO0ASE   : AUSGABEBEREICH KA02AKSE                     *
004700* CKAISIG    : EINGABEBEREICH AKASIG                       *
004800*@E-COBOL-COPY                                             *
004900*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58812                                               *      D01
090052*     Neuanlage - Siegel je aufbewahrter Lieferung und je  *      D01
090053*     Rohtext-Auszug im Siegelregister KA02AKSE.           *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASIG.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akasig  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
102000                                  "SCHREIBEN-EQUAL".
102100     20 C-TAB-LOESCHEN-EQUAL      PIC X(040) VALUE
102200                                  "LOESCHEN-EQUAL".
102300     20 C-OBJEKT-TAB-KA02AKSE     PIC X(009) VALUE "KA02AKSE".
102400     20 C-01-INT-SIEGEL-SATZ      PIC X(040) VALUE
102500                                  "01-INT-SIEGEL-SATZ".
102600     20 C-01-INT-SIEGEL-ENDE      PIC X(040) VALUE
102700                                  "01-INT-SIEGEL-ENDE".
102800     20 C-01-INT-SIEGEL-LOESCHEN  PIC X(040) VALUE
102900                                  "01-INT-SIEGEL-LOESCHEN".
103000     20 C-01-INT-SIEGEL-PSEUDONYM PIC X(040) VALUE
103100                                  "01-INT-SIEGEL-PSEUDONYM".
103200     20 C-01-STD-SIEGEL-RECHNEN   PIC X(040) VALUE
103300                                  "01-STD-SIEGEL-RECHNEN".
103400     20 C-MODUL-1                 PIC 9(009) VALUE 999999937.
103500     20 C-MODUL-2                 PIC 9(009) VALUE 999999929.
103600     20 C-FAKTOR-1                PIC 9(002) VALUE 31.
103700     20 C-FAKTOR-2                PIC 9(002) VALUE 37.
103800     20 C-MAX-LAENGE              PIC 9(004) VALUE 800.
103900     20 C-PLATZ-R                 PIC 9(001) VALUE 1.
104000     20 C-PLATZ-W                 PIC 9(001) VALUE 2.
104100     20 C-ANZ-PLAETZE             PIC 9(001) VALUE 2.
104200     20 C-1                       PIC 9(001) VALUE 1.
104300/---------------------------------------------------------------*
104400* Tabellenzugriff Siegelregister                                *
104500*---------------------------------------------------------------*
104600  COPY DCTGRCGE.
104700  COPY CGSTTAB.
104800  COPY CKAI0ASE.
104900  COPY CKAO0ASE.
105000/---------------------------------------------------------------*
105100* Offene Siegel je Quelle (bleiben ueber die Aufrufe eines      *
105200* Laufs stehen; 1 = RPLSTORE, 2 = Rohtext)                      *
105300*---------------------------------------------------------------*
105400 01  SIG-PLAETZE.
105500     05  SIG-PLATZ                OCCURS 2.
105600         10  SIG-OFFEN-KZ         PIC X(001).
105700             88 SIG-OFFEN         VALUE "J".
105800             88 SIG-N-OFFEN       VALUE "N".
105900         10  SIG-SCHLUESSEL       PIC X(062).
106000         10  SIG-PROGRAMM         PIC X(008).
106100         10  SIG-SIEGEL           PIC X(043).
106200 01  H-PLATZ                      PIC 9(001).
106300 01  H-POS                        PIC 9(004).
106400 01  H-LAENGE                     PIC 9(004).
106500 01  H-ZEICHEN                    PIC 9(003).
106600 01  H-WERT                       PIC 9(011).
106700 01  H-SATZWERT-1                 PIC 9(009).
106800 01  H-SATZWERT-2                 PIC 9(009).
106900 01  H-ERSTAUFRUF-KZ              PIC X(001) VALUE "J".
107000     88 ERSTAUFRUF                VALUE "J".
107100     88 FOLGEAUFRUF               VALUE "N".
107200 01  H-TIMESTAMP-FIELDS.
107300     05  H-TIMESTAMP              PIC X(014).
107400     05  FILLER                   PIC X(007).
107500/****************************************************************
107600 LINKAGE SECTION.
107700*****************************************************************
107800  COPY CKAISIG.
107900  COPY CGSOVER.
108000/
108100 PROCEDURE DIVISION
108200     USING KAISIG-EINGABEBEREICH
108300           GSOVER-VERSTAENDIGUNGSBEREICH.
108400
108500 STEUER-AKASIG SECTION.
108600 STEUER-AKASIG-1001.
108700     IF ERSTAUFRUF
108800     THEN
108900       SET SIG-N-OFFEN (C-PLATZ-R)
109000                                  TO TRUE
109100       SET SIG-N-OFFEN (C-PLATZ-W)
109200                                  TO TRUE
109300       SET FOLGEAUFRUF            TO TRUE
109400     END-IF
109500     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
109600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
109700     EVALUATE KAISIG-FUNKTION
109800     WHEN C-01-INT-SIEGEL-SATZ
109900       PERFORM SIEGEL-SATZ
110000     WHEN C-01-INT-SIEGEL-ENDE
110100       PERFORM SIEGEL-ENDE
110200     WHEN C-01-INT-SIEGEL-LOESCHEN
110300       PERFORM SIEGEL-LOESCHEN
110400     WHEN C-01-INT-SIEGEL-PSEUDONYM
110500       PERFORM SIEGEL-PSEUDONYM
110600     WHEN C-01-STD-SIEGEL-RECHNEN
110700       PERFORM SIEGEL-RECHNEN
110800     WHEN OTHER
110900       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
111000     END-EVALUATE
111100     GO TO PROGRAMM-VERLASSEN
111200     .
111300 STEUER-AKASIG-1002.
111400     EXIT.
111500/---------------------------------------------------------------*
111600* Satz in das offene Siegel seiner Quelle aufnehmen; bei        *
111700* Schluesselwechsel zuerst das vorige Siegel schreiben          *
111800*---------------------------------------------------------------*
111900 SIEGEL-SATZ SECTION.
112000 SIEGEL-SATZ-1001.
112100     EVALUATE TRUE
112200     WHEN KAISIG-QUELLE-RPLSTORE
112300       MOVE C-PLATZ-R             TO H-PLATZ
112400     WHEN KAISIG-QUELLE-ROHTEXT
112500       MOVE C-PLATZ-W             TO H-PLATZ
112600       MOVE ZERO                  TO KAISIG-LAUFDATUM
112700     WHEN OTHER
112800       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
112900       GO TO SIEGEL-SATZ-999
113000     END-EVALUATE
113100     IF SIG-OFFEN (H-PLATZ)
113200        AND SIG-SCHLUESSEL (H-PLATZ) NOT = KAISIG-SCHLUESSEL
113300     THEN
113400       PERFORM SIEGEL-SCHREIBEN
113500     END-IF
113600     IF SIG-N-OFFEN (H-PLATZ)
113700     THEN
113800       PERFORM SIEGEL-OEFFNEN
113900     END-IF
114000     MOVE SIG-SIEGEL (H-PLATZ)    TO KAISIG-SIEGEL
114100     PERFORM SIEGEL-RECHNEN
114200     MOVE KAISIG-SIEGEL           TO SIG-SIEGEL (H-PLATZ)
114300     .
114400 SIEGEL-SATZ-999.
114500     EXIT.
114600 SIEGEL-SATZ-1002.
114700     EXIT.
114800/---------------------------------------------------------------*
114900* Siegel einer Lieferung eroeffnen; ein RPLSTORE-Siegel zum     *
115000* selben Laufdatum wird fortgeschrieben                         *
115100*---------------------------------------------------------------*
115200 SIEGEL-OEFFNEN SECTION.
115300 SIEGEL-OEFFNEN-1001.
115400     MOVE KAISIG-SCHLUESSEL       TO SIG-SCHLUESSEL (H-PLATZ)
115500     MOVE KAISIG-PROGRAMM         TO SIG-PROGRAMM (H-PLATZ)
115600     SET SIG-OFFEN (H-PLATZ)      TO TRUE
115700     INITIALIZE KAISIG-SIEGEL
115800     IF KAISIG-QUELLE-RPLSTORE
115900     THEN
116000       MOVE KAISIG-SCHLUESSEL     TO KAI0ASE-EINGABEBEREICH
116100       CALL "CGSTAB"
116200       USING C-TAB-LESEN-EQUAL
116300             C-KONFIG-ID-KA
116400             C-OBJEKT-TAB-KA02AKSE
116500             GSOVER-VERSTAENDIGUNGSBEREICH
116600             KAI0ASE-EINGABEBEREICH
116700             KAO0ASE-AUSGABEBEREICH
116800             GSTTAB-EIN-AUSGABEBEREICH
116900       END-CALL
117000       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
117100       THEN
117200         MOVE KAO0ASE-ANZ-SAETZE  TO KAISIG-ANZ-SAETZE
117300         MOVE KAO0ASE-SUMME-BETRAG
117400                                  TO KAISIG-SUMME-BETRAG
117500         MOVE KAO0ASE-PRUEFWERT-1 TO KAISIG-PRUEFWERT-1
117600         MOVE KAO0ASE-PRUEFWERT-2 TO KAISIG-PRUEFWERT-2
117700       ELSE
117800         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
117900       END-IF
118000     END-IF
118100     MOVE KAISIG-SIEGEL           TO SIG-SIEGEL (H-PLATZ)
118200     .
118300 SIEGEL-OEFFNEN-1002.
118400     EXIT.
118500/---------------------------------------------------------------*
118600* Offenes Siegel eines Platzes in KA02AKSE schreiben            *
118700*---------------------------------------------------------------*
118800 SIEGEL-SCHREIBEN SECTION.
118900 SIEGEL-SCHREIBEN-1001.
119000     MOVE SIG-SCHLUESSEL (H-PLATZ)
119100                                  TO KAI0ASE-EINGABEBEREICH
119200     MOVE SIG-SIEGEL (H-PLATZ)    TO KAISIG-SIEGEL
119300     INITIALIZE KAO0ASE-AUSGABEBEREICH
119400     MOVE KAISIG-ANZ-SAETZE       TO KAO0ASE-ANZ-SAETZE
119500     MOVE KAISIG-SUMME-BETRAG     TO KAO0ASE-SUMME-BETRAG
119600     MOVE KAISIG-PRUEFWERT-1      TO KAO0ASE-PRUEFWERT-1
119700     MOVE KAISIG-PRUEFWERT-2      TO KAO0ASE-PRUEFWERT-2
119800     MOVE SIG-PROGRAMM (H-PLATZ)  TO KAO0ASE-PROGRAMM
119900     MOVE H-TIMESTAMP             TO KAO0ASE-SIEGEL-TIMESTAMP
120000     SET KAO0ASE-VERSIEGELT       TO TRUE
120100     MOVE H-TIMESTAMP (1:8)       TO KAO0ASE-STATUS-DATUM
120200     MOVE SPACE                   TO KAO0ASE-PRUEF-ERGEBNIS
120300     CALL "CGSTAB"
120400     USING C-TAB-SCHREIBEN-EQUAL
120500           C-KONFIG-ID-KA
120600           C-OBJEKT-TAB-KA02AKSE
120700           GSOVER-VERSTAENDIGUNGSBEREICH
120800           KAI0ASE-EINGABEBEREICH
120900           KAO0ASE-AUSGABEBEREICH
121000           GSTTAB-EIN-AUSGABEBEREICH
121100     END-CALL
121200     SET SIG-N-OFFEN (H-PLATZ)    TO TRUE
121300     .
121400 SIEGEL-SCHREIBEN-1002.
121500     EXIT.
121600/---------------------------------------------------------------*
121700* Laufende: alle offenen Siegel schreiben                       *
121800*---------------------------------------------------------------*
121900 SIEGEL-ENDE SECTION.
122000 SIEGEL-ENDE-1001.
122100     PERFORM VARYING H-PLATZ FROM C-1 BY C-1
122200             UNTIL H-PLATZ > C-ANZ-PLAETZE
122300       IF SIG-OFFEN (H-PLATZ)
122400       THEN
122500         PERFORM SIEGEL-SCHREIBEN
122600       END-IF
122700     END-PERFORM
122800     .
122900 SIEGEL-ENDE-1002.
123000     EXIT.
123100/---------------------------------------------------------------*
123200* Siegel einer bereinigten Lieferung entfernen (nicht           *
123300* vorhandenes Siegel ist kein Fehler)                           *
123400*---------------------------------------------------------------*
123500 SIEGEL-LOESCHEN SECTION.
123600 SIEGEL-LOESCHEN-1001.
123700     IF KAISIG-QUELLE-ROHTEXT
123800     THEN
123900       MOVE ZERO                  TO KAISIG-LAUFDATUM
124000     END-IF
124100     MOVE KAISIG-SCHLUESSEL       TO KAI0ASE-EINGABEBEREICH
124200     CALL "CGSTAB"
124300     USING C-TAB-LOESCHEN-EQUAL
124400           C-KONFIG-ID-KA
124500           C-OBJEKT-TAB-KA02AKSE
124600           GSOVER-VERSTAENDIGUNGSBEREICH
124700           KAI0ASE-EINGABEBEREICH
124800           KAO0ASE-AUSGABEBEREICH
124900           GSTTAB-EIN-AUSGABEBEREICH
125000     END-CALL
125100     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
125200     .
125300 SIEGEL-LOESCHEN-1002.
125400     EXIT.
125500/---------------------------------------------------------------*
125600* Rohtext-Siegel nach Pseudonymisierung kennzeichnen: die       *
125700* Satzanzahl bleibt pruefbar, die Pruefwerte nicht mehr         *
125800*---------------------------------------------------------------*
125900 SIEGEL-PSEUDONYM SECTION.
126000 SIEGEL-PSEUDONYM-1001.
126100     MOVE ZERO                    TO KAISIG-LAUFDATUM
126200     MOVE KAISIG-SCHLUESSEL       TO KAI0ASE-EINGABEBEREICH
126300     CALL "CGSTAB"
126400     USING C-TAB-LESEN-EQUAL
126500           C-KONFIG-ID-KA
126600           C-OBJEKT-TAB-KA02AKSE
126700           GSOVER-VERSTAENDIGUNGSBEREICH
126800           KAI0ASE-EINGABEBEREICH
126900           KAO0ASE-AUSGABEBEREICH
127000           GSTTAB-EIN-AUSGABEBEREICH
127100     END-CALL
127200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
127300     THEN
127400*      Auszug vor Einfuehrung der Siegel: nichts zu vermerken
127500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
127600       GO TO SIEGEL-PSEUDONYM-999
127700     END-IF
127800     SET KAO0ASE-PSEUDONYM        TO TRUE
127900     MOVE H-TIMESTAMP (1:8)       TO KAO0ASE-STATUS-DATUM
128000     MOVE KAISIG-PROGRAMM         TO KAO0ASE-PROGRAMM
128100     CALL "CGSTAB"
128200     USING C-TAB-SCHREIBEN-EQUAL
128300           C-KONFIG-ID-KA
128400           C-OBJEKT-TAB-KA02AKSE
128500           GSOVER-VERSTAENDIGUNGSBEREICH
128600           KAI0ASE-EINGABEBEREICH
128700           KAO0ASE-AUSGABEBEREICH
128800           GSTTAB-EIN-AUSGABEBEREICH
128900     END-CALL
129000     .
129100 SIEGEL-PSEUDONYM-999.
129200     EXIT.
129300 SIEGEL-PSEUDONYM-1002.
129400     EXIT.
129500/---------------------------------------------------------------*
129600* Satz in KAISIG-SIEGEL einrechnen: Anzahl, Betragssumme, je    *
129700* Pruefwert den Polynomrest des Satzinhalts modulo aufaddieren  *
129800* (unabhaengig von der Lesefolge der Saetze)                    *
129900*---------------------------------------------------------------*
130000 SIEGEL-RECHNEN SECTION.
130100 SIEGEL-RECHNEN-1001.
130200     ADD C-1                      TO KAISIG-ANZ-SAETZE
130300     ADD KAISIG-BETRAG            TO KAISIG-SUMME-BETRAG
130400     IF KAISIG-LAENGE             IS NUMERIC
130500        AND KAISIG-LAENGE         > ZERO
130600        AND KAISIG-LAENGE         NOT > C-MAX-LAENGE
130700     THEN
130800       MOVE KAISIG-LAENGE         TO H-LAENGE
130900     ELSE
131000       MOVE C-MAX-LAENGE          TO H-LAENGE
131100     END-IF
131200     MOVE ZERO                    TO H-SATZWERT-1
131300                                     H-SATZWERT-2
131400     PERFORM VARYING H-POS FROM C-1 BY C-1
131500             UNTIL H-POS > H-LAENGE
131600       COMPUTE H-ZEICHEN          =
131700               FUNCTION ORD (KAISIG-DATEN (H-POS:1))
131800       COMPUTE H-WERT             =
131900               H-SATZWERT-1 * C-FAKTOR-1 + H-ZEICHEN
132000       COMPUTE H-SATZWERT-1       =
132100               FUNCTION MOD (H-WERT C-MODUL-1)
132200       COMPUTE H-WERT             =
132300               H-SATZWERT-2 * C-FAKTOR-2 + H-ZEICHEN
132400       COMPUTE H-SATZWERT-2       =
132500               FUNCTION MOD (H-WERT C-MODUL-2)
132600     END-PERFORM
132700     COMPUTE H-WERT               =
132800             KAISIG-PRUEFWERT-1 + H-SATZWERT-1
132900     COMPUTE KAISIG-PRUEFWERT-1   =
133000             FUNCTION MOD (H-WERT C-MODUL-1)
133100     COMPUTE H-WERT               =
133200             KAISIG-PRUEFWERT-2 + H-SATZWERT-2
133300     COMPUTE KAISIG-PRUEFWERT-2   =
133400             FUNCTION MOD (H-WERT C-MODUL-2)
133500     .
133600 SIEGEL-RECHNEN-1002.
133700     EXIT.
133800/
133900 PROGRAMM-VERLASSEN SECTION.
134000 PROGRAMM-VERLASSEN-1001.
134100     EXIT PROGRAM
134200     .
134300 PROGRAMM-VERLASSEN-1002.
134400     EXIT.
