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
000160*@Titel         : Siegelpruefung aufbewahrter Lieferungen
000160*@Elementname   : akasip.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Siegelpruefung aufbewahrter Lieferungen   *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Prueft die aufbewahrten Lieferungen eines Zeitraums gegen*
001800* ihre Siegel in KA02AKSE (geschrieben von AKASIG bei der  *
001900* Annahme). Aufgerufen vor dem Wiedereinspielen (AKARPL,   *
002000* AKACUP), vor der Aufbewahrungsbereinigung (AKAHSK) und   *
002100* auf Anforderung der Revision (AKASIV).                   *
002200* Die Siegel des Zeitraums werden geladen (Quelle R:       *
002300* Laufdatum, Quelle W: Auszugsdatum), danach RPLSTORE      *
002400* gelesen bzw. KA03AKRW zeilenweise gelesen und je         *
002500* Lieferung Anzahl, Betragssumme und Pruefwerte ueber      *
002600* AKASIG (01-STD-SIEGEL-RECHNEN) nachgerechnet.            *
002700* Gemeldet wird jede Lieferung, deren Inhalt nicht mehr zum*
002800* Siegel passt oder fehlt; bei pseudonymisiertem Rohtext   *
002900* wird nur die Zeilenanzahl verglichen. Inhalt ohne Siegel *
003000* (Lieferung vor Einfuehrung der Siegel oder nachtraeglich *
003100* eingestellt) wird protokolliert, gilt aber nicht als     *
003200* Abweichung. Ergebnis und Pruefdatum werden am Siegel     *
003300* vermerkt, das Protokoll an SIPAUS angehaengt.            *
003400* KAISIP-VERAENDERT bei Abweichung, fehlendem Inhalt oder  *
003500* zu grossem Pruefumfang (Zeitraum eingrenzen).            *
003600*@E-ELEMENTBESCHREIBUNG                                    *
003700*                                                          *
003800*@A-MODULAUFRUF                                            *
003900* AKASIG  : Siegel aufbewahrter Lieferungen                *
004000*@E-MODULAUFRUF                                            *
004100*                                                          *
004200*@A-COBOL-COPY                                             *
004300* Benoetigte COBOL-Copies:                                 *
004400* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004500* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004600* CGSTTAB    : TABELLENZUGRIFF                             *
004700* CKARPLS    : SATZAUFBAU AUFBEWAHRUNGSDATEI RPLSTORE      *
004800* CKAIEIN1   : EINGABEBEREICH AKAEIN                       *
004900* CKA0AKSE   : ZEILENSCAN KA03AKSE                         *
005000* CKA0AKRW   : ZEILENSCAN KA03AKRW                         *
005100* CKAI0ASE   : EINGABEBEREICH KA02AKSE                     *
005200* CKAO0ASE   : AUSGABEBEREICH KA02AKSE                     *
005300* CKAISIG    : EINGABEBEREICH AKASIG                       *
005400* CKAISIP    : EIN-/AUSGABEBEREICH AKASIP                  *
005500*@E-COBOL-COPY                                             *
005600*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58812                                               *      D01
090052*     Neuanlage - Pruefung der aufbewahrten Lieferungen und*      D01
090053*     Rohtexte gegen ihre Siegel mit Protokoll SIPAUS.     *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASIP.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT RPLSTORE              ASSIGN TO "RPLSTORE"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-RPL-FS.
101300     SELECT SIPAUS                ASSIGN TO "SIPAUS"
101400                                  ORGANIZATION IS LINE SEQUENTIAL
101500                                  FILE STATUS IS H-AUS-FS.
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  RPLSTORE
101900     RECORDING MODE IS F.
102000     COPY CKARPLS.
102100 FD  SIPAUS
102200     RECORDING MODE IS F.
102300 01  SIP-DRUCKZEILE               PIC X(132).
102400 WORKING-STORAGE SECTION.
102500 01  VERS-INF.
102600     05  FILLER PIC X(13) VALUE "ELEM=akasip  ".
102700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
102800/---------------------------------------------------------------*
102900* Konstanten                                                    *
103000*---------------------------------------------------------------*
103100 01  GS-KONSTANTEN.
103200     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103300     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
103400     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
103500     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
103600                                  "SCHREIBEN-EQUAL".
103700     20 C-OBJEKT-TAB-KA02AKSE     PIC X(009) VALUE "KA02AKSE".
103800     20 C-OBJEKT-TAB-KA03AKSE     PIC X(009) VALUE "KA03AKSE".
103900     20 C-OBJEKT-TAB-KA03AKRW     PIC X(009) VALUE "KA03AKRW".
104000     20 C-01-STD-SIEGEL-RECHNEN   PIC X(040) VALUE
104100                                  "01-STD-SIEGEL-RECHNEN".
104200     20 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".
104300     20 C-QUELLE-ROHTEXT          PIC X(001) VALUE "W".
104400     20 C-LAENGE-RPL              PIC 9(004) VALUE 800.
104500     20 C-LAENGE-ROHTEXT          PIC 9(004) VALUE 132.
104600     20 C-MAX-EINTRAEGE           PIC 9(005) VALUE 10000.
104700     20 C-J                       PIC X(001) VALUE "J".
104800     20 C-N                       PIC X(001) VALUE "N".
104900     20 C-1                       PIC 9(001) VALUE 1.
105000/---------------------------------------------------------------*
105100* Meldungsgewichte, Tabellenzugriffe, Satzaufbauten             *
105200*---------------------------------------------------------------*
105300  COPY DCTGRCGE.
105400  COPY CGSTTAB.
105500  COPY CKAIEIN1.
105600  COPY CKA0AKSE.
105700  COPY CKA0AKRW.
105800  COPY CKAI0ASE.
105900  COPY CKAO0ASE.
106000  COPY CKAISIG.
106100 01  DUMMY                        PIC X(001).
106200/---------------------------------------------------------------*
106300* Pruefliste: je Lieferung Siegel (Soll) und nachgerechneter    *
106400* Inhalt (Ist)                                                  *
106500*---------------------------------------------------------------*
106600 01  SIP-LISTE.
106700     05  SIP-EINTRAG              OCCURS 10000.
106800         10  SIP-E-SCHLUESSEL.
106900             15  SIP-E-QUELLE     PIC X(001).
107000             15  SIP-E-LAUFDATUM  PIC 9(008).
107100             15  SIP-E-KONTO-ID   PIC X(035).
107200             15  SIP-E-AUSZUGSDATUM
107300                                  PIC 9(008).
107400             15  SIP-E-AUSZUGSNUMMER
107500                                  PIC 9(005).
107600             15  SIP-E-AUSZUG-FNR PIC 9(005).
107700         10  SIP-E-SIEGEL-KZ      PIC X(001).
107800             88 SIP-E-MIT-SIEGEL  VALUE "J".
107900             88 SIP-E-OHNE-SIEGEL VALUE "N".
108000         10  SIP-E-INHALT-KZ      PIC X(001).
108100             88 SIP-E-MIT-INHALT  VALUE "J".
108200             88 SIP-E-OHNE-INHALT VALUE "N".
108300         10  SIP-E-STATUS         PIC X(001).
108400             88 SIP-E-PSEUDONYM   VALUE "P".
108500         10  SIP-E-SOLL.
108600             15  SIP-E-SOLL-ANZ   PIC 9(007).
108700             15  SIP-E-SOLL-SUMME PIC S9(015)V9(003).
108800             15  SIP-E-SOLL-PW-1  PIC 9(009).
108900             15  SIP-E-SOLL-PW-2  PIC 9(009).
109000         10  SIP-E-IST.
109100             15  SIP-E-IST-ANZ    PIC 9(007).
109200             15  SIP-E-IST-SUMME  PIC S9(015)V9(003).
109300             15  SIP-E-IST-PW-1   PIC 9(009).
109400             15  SIP-E-IST-PW-2   PIC 9(009).
109500/---------------------------------------------------------------*
109600* Formatzeilen Protokoll SIPAUS                                 *
109700*---------------------------------------------------------------*
109800 01  SIP-KOPF.
109900     05 FILLER                    PIC X(016) VALUE
110000                                  "SIEGELPRUEFUNG  ".
110100     05 SIP-K-ZEITPUNKT           PIC X(014).
110200     05 FILLER                    PIC X(011) VALUE "  PROGRAMM ".
110300     05 SIP-K-PROGRAMM            PIC X(008).
110400     05 FILLER                    PIC X(010) VALUE "  ANLASS ".
110500     05 SIP-K-ANLASS              PIC X(001).
110600     05 FILLER                    PIC X(010) VALUE "  QUELLE ".
110700     05 SIP-K-QUELLE              PIC X(001).
110800     05 FILLER                    PIC X(011) VALUE "  ZEITRAUM ".
110900     05 SIP-K-DATUM-VON           PIC 9(008).
111000     05 FILLER                    PIC X(003) VALUE " - ".
111100     05 SIP-K-DATUM-BIS           PIC 9(008).
111200     05 FILLER                    PIC X(031) VALUE SPACE.
111300 01  SIP-DETAIL.
111400     05 SIP-D-QUELLE              PIC X(001).
111500     05 FILLER                    PIC X(001) VALUE SPACE.
111600     05 SIP-D-LAUFDATUM           PIC 9(008).
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 SIP-D-KONTO-ID            PIC X(035).
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 SIP-D-AUSZUGSDATUM        PIC 9(008).
112100     05 FILLER                    PIC X(001) VALUE SPACE.
112200     05 SIP-D-AUSZUGSNUMMER       PIC 9(005).
112300     05 FILLER                    PIC X(001) VALUE "/".
112400     05 SIP-D-AUSZUG-FNR          PIC 9(005).
112500     05 FILLER                    PIC X(001) VALUE SPACE.
112600     05 SIP-D-BEFUND              PIC X(012).
112700     05 FILLER                    PIC X(001) VALUE SPACE.
112800     05 SIP-D-SOLL-ANZ            PIC Z(006)9.
112900     05 FILLER                    PIC X(001) VALUE SPACE.
113000     05 SIP-D-IST-ANZ             PIC Z(006)9.
113100     05 FILLER                    PIC X(001) VALUE SPACE.
113200     05 SIP-D-SOLL-SUMME          PIC -(012)9,99.
113300     05 FILLER                    PIC X(001) VALUE SPACE.
113400     05 SIP-D-IST-SUMME           PIC -(012)9,99.
113500     05 FILLER                    PIC X(002) VALUE SPACE.
113600 01  SIP-SUMMEN.
113700     05 FILLER                    PIC X(008) VALUE "SIEGEL  ".
113800     05 SIP-S-SIEGEL              PIC Z(006)9.
113900     05 FILLER                    PIC X(010) VALUE "  GLEICH  ".
114000     05 SIP-S-GLEICH              PIC Z(006)9.
114100     05 FILLER                    PIC X(013) VALUE
114200                                  "  PSEUDONYM  ".
114300     05 SIP-S-PSEUDONYM           PIC Z(006)9.
114400     05 FILLER                    PIC X(014) VALUE
114500                                  "  ABWEICHEND  ".
114600     05 SIP-S-ABWEICHUNG          PIC Z(006)9.
114700     05 FILLER                    PIC X(016) VALUE
114800                                  "  INHALT FEHLT  ".
114900     05 SIP-S-INHALT-FEHLT        PIC Z(006)9.
115000     05 FILLER                    PIC X(015) VALUE
115100                                  "  OHNE SIEGEL  ".
115200     05 SIP-S-OHNE-SIEGEL         PIC Z(006)9.
115300     05 FILLER                    PIC X(002) VALUE SPACE.
115400     05 SIP-S-ERGEBNIS            PIC X(012).
115500/---------------------------------------------------------------*
115600* Hilfsvariable                                                 *
115700*---------------------------------------------------------------*
115800 01  H-RPL-FS                     PIC X(002).
115900 01  H-AUS-FS                     PIC X(002).
116000 01  H-ANZ-EINTRAEGE              PIC 9(005) COMP-3.
116100 01  H-IND                        PIC 9(005) COMP-3.
116200 01  H-LETZT-IND                  PIC 9(005) COMP-3.
116300 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
116400 01  H-PRUEF-SCHLUESSEL.
116500     05  H-P-QUELLE               PIC X(001).
116600     05  H-P-LAUFDATUM            PIC 9(008).
116700     05  H-P-KONTO-ID             PIC X(035).
116800     05  H-P-AUSZUGSDATUM         PIC 9(008).
116900     05  H-P-AUSZUGSNUMMER        PIC 9(005).
117000     05  H-P-AUSZUG-FNR           PIC 9(005).
117100 01  H-DATUM                      PIC 9(008).
117200 01  H-ERGEBNIS                   PIC X(001).
117300     88 ERGEBNIS-GLEICH           VALUE "G".
117400     88 ERGEBNIS-ABWEICHEND       VALUE "A".
117500     88 ERGEBNIS-INHALT-FEHLT     VALUE "F".
117600 01  H-SCAN-KZ                    PIC X(001).
117700     88 SCAN-GEFUNDEN             VALUE "J".
117800     88 SCAN-N-GEFUNDEN           VALUE "N".
117900 01  H-DATEI-KZ                   PIC X(001).
118000     88 DATEI-WEITER              VALUE "J".
118100     88 DATEI-ENDE                VALUE "N".
118200 01  H-UEBERLAUF-KZ               PIC X(001).
118300     88 LISTE-UEBERLAUF           VALUE "J".
118400     88 LISTE-N-UEBERLAUF         VALUE "N".
118500 01  H-PROTOKOLL-KZ               PIC X(001).
118600     88 PROTOKOLL-OFFEN           VALUE "J".
118700     88 PROTOKOLL-N-OFFEN         VALUE "N".
118800 01  H-TIMESTAMP-FIELDS.
118900     05  H-TIMESTAMP              PIC X(014).
119000     05  FILLER                   PIC X(007).
119100/****************************************************************
119200 LINKAGE SECTION.
119300*****************************************************************
119400  COPY CKAISIP.
119500  COPY CGSOVER.
119600/
119700 PROCEDURE DIVISION
119800     USING KAISIP-EIN-AUSGABEBEREICH
119900           GSOVER-VERSTAENDIGUNGSBEREICH.
120000/---------------------------------------------------------------*
120100* Steuerung: Siegel laden, Inhalt nachrechnen, vergleichen      *
120200*---------------------------------------------------------------*
120300 STEUER-AKASIP SECTION.
120400 STEUER-AKASIP-1001.
120500     PERFORM PRUEFUNG-BEGINNEN    THRU PRUEFUNG-BEGINNEN-EXIT
120600     PERFORM SIEGEL-LADEN         THRU SIEGEL-LADEN-EXIT
120700     IF KAISIP-QUELLE             NOT = C-QUELLE-ROHTEXT
120800     THEN
120900       PERFORM RPL-NACHRECHNEN    THRU RPL-NACHRECHNEN-EXIT
121000     END-IF
121100     IF KAISIP-QUELLE             NOT = C-QUELLE-RPLSTORE
121200     THEN
121300       PERFORM ROHTEXT-NACHRECHNEN
121400                                  THRU ROHTEXT-NACHRECHNEN-EXIT
121500     END-IF
121600     PERFORM VARYING H-IND FROM C-1 BY C-1
121700             UNTIL H-IND > H-ANZ-EINTRAEGE
121800       PERFORM EINTRAG-AUSWERTEN  THRU EINTRAG-AUSWERTEN-EXIT
121900     END-PERFORM
122000     PERFORM PRUEFUNG-ABSCHLIESSEN
122100                                  THRU PRUEFUNG-ABSCHLIESSEN-EXIT
122200     .
122300 STEUER-AKASIP-1002.
122400     EXIT PROGRAM.
122500/---------------------------------------------------------------*
122600* Zaehler und Pruefliste leeren, Protokoll oeffnen, Kopfzeile   *
122700*---------------------------------------------------------------*
122800 PRUEFUNG-BEGINNEN SECTION.
122900 PRUEFUNG-BEGINNEN-1001.
123000     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
123100     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
123200     MOVE ZERO                    TO KAISIP-ANZ-SIEGEL
123300                                     KAISIP-ANZ-GLEICH
123400                                     KAISIP-ANZ-ABWEICHUNG
123500                                     KAISIP-ANZ-INHALT-FEHLT
123600                                     KAISIP-ANZ-OHNE-SIEGEL
123700                                     KAISIP-ANZ-PSEUDONYM
123800                                     H-ANZ-EINTRAEGE
123900                                     H-LETZT-IND
124000     SET KAISIP-UNVERAENDERT      TO TRUE
124100     SET LISTE-N-UEBERLAUF        TO TRUE
124200     IF KAISIP-DATUM-VON          NOT NUMERIC
124300     THEN
124400       MOVE ZERO                  TO KAISIP-DATUM-VON
124500     END-IF
124600     IF KAISIP-DATUM-BIS          NOT NUMERIC
124700        OR KAISIP-DATUM-BIS       = ZERO
124800     THEN
124900       MOVE 99999999              TO KAISIP-DATUM-BIS
125000     END-IF
125100     SET PROTOKOLL-N-OFFEN        TO TRUE
125200     OPEN EXTEND SIPAUS
125300     IF H-AUS-FS                  = "35"
125400     THEN
125500       OPEN OUTPUT SIPAUS
125600     END-IF
125700     IF H-AUS-FS                  = "00"
125800     THEN
125900       SET PROTOKOLL-OFFEN        TO TRUE
126000     END-IF
126100     MOVE H-TIMESTAMP             TO SIP-K-ZEITPUNKT
126200     MOVE KAISIP-PROGRAMM         TO SIP-K-PROGRAMM
126300     MOVE KAISIP-ANLASS           TO SIP-K-ANLASS
126400     MOVE KAISIP-QUELLE           TO SIP-K-QUELLE
126500     MOVE KAISIP-DATUM-VON        TO SIP-K-DATUM-VON
126600     MOVE KAISIP-DATUM-BIS        TO SIP-K-DATUM-BIS
126700     MOVE SIP-KOPF                TO SIP-DRUCKZEILE
126800     PERFORM ZEILE-SCHREIBEN      THRU ZEILE-SCHREIBEN-EXIT
126900     .
127000 PRUEFUNG-BEGINNEN-1002.
127100 PRUEFUNG-BEGINNEN-EXIT.
127200     EXIT.
127300/---------------------------------------------------------------*
127400* Siegel des Zeitraums aus KA03AKSE in die Pruefliste laden     *
127500*---------------------------------------------------------------*
127600 SIEGEL-LADEN SECTION.
127700 SIEGEL-LADEN-1001.
127800     MOVE C-1                     TO H-LFD-ZEILE
127900     PERFORM SIEGEL-ZEILE-LESEN   THRU SIEGEL-ZEILE-LESEN-EXIT
128000     PERFORM UNTIL SCAN-N-GEFUNDEN
128100       IF KA0AKSE-QUELLE          = C-QUELLE-RPLSTORE
128200       THEN
128300         MOVE KA0AKSE-LAUFDATUM   TO H-DATUM
128400       ELSE
128500         MOVE KA0AKSE-AUSZUGSDATUM
128600                                  TO H-DATUM
128700       END-IF
128800       IF (KAISIP-QUELLE          = SPACE
128900           OR KAISIP-QUELLE       = KA0AKSE-QUELLE)
129000          AND H-DATUM             NOT < KAISIP-DATUM-VON
129100          AND H-DATUM             NOT > KAISIP-DATUM-BIS
129200       THEN
129300         PERFORM SIEGEL-UEBERNEHMEN
129400                                  THRU SIEGEL-UEBERNEHMEN-EXIT
129500       END-IF
129600       ADD C-1                    TO H-LFD-ZEILE
129700       PERFORM SIEGEL-ZEILE-LESEN THRU SIEGEL-ZEILE-LESEN-EXIT
129800     END-PERFORM
129900     .
130000 SIEGEL-LADEN-1002.
130100 SIEGEL-LADEN-EXIT.
130200     EXIT.
130300/---------------------------------------------------------------*
130400* Zeile aus KA03AKSE lesen                                      *
130500*---------------------------------------------------------------*
130600 SIEGEL-ZEILE-LESEN SECTION.
130700 SIEGEL-ZEILE-LESEN-1001.
130800     MOVE H-LFD-ZEILE             TO KA0AKSE-ZEILENNUMMER
130900     CALL "CGSTAB" USING
131000          C-TAB-LESEN-ZEILE
131100          C-KONFIG-ID-KA
131200          C-OBJEKT-TAB-KA03AKSE
131300          GSOVER-VERSTAENDIGUNGSBEREICH
131400          KA0AKSE-EINGABEBEREICH
131500          KA0AKSE-AUSGABEBEREICH
131600          DUMMY
131700     END-CALL
131800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
131900     THEN
132000       SET SCAN-GEFUNDEN          TO TRUE
132100     ELSE
132200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
132300       SET SCAN-N-GEFUNDEN        TO TRUE
132400     END-IF
132500     .
132600 SIEGEL-ZEILE-LESEN-1002.
132700 SIEGEL-ZEILE-LESEN-EXIT.
132800     EXIT.
132900/---------------------------------------------------------------*
133000* Siegel als Soll in die Pruefliste uebernehmen                 *
133100*---------------------------------------------------------------*
133200 SIEGEL-UEBERNEHMEN SECTION.
133300 SIEGEL-UEBERNEHMEN-1001.
133400     IF H-ANZ-EINTRAEGE           NOT < C-MAX-EINTRAEGE
133500     THEN
133600       SET LISTE-UEBERLAUF        TO TRUE
133700       GO TO SIEGEL-UEBERNEHMEN-EXIT
133800     END-IF
133900     ADD C-1                      TO H-ANZ-EINTRAEGE
134000                                     KAISIP-ANZ-SIEGEL
134100     MOVE H-ANZ-EINTRAEGE         TO H-IND
134200     INITIALIZE SIP-EINTRAG (H-IND)
134300     MOVE KA0AKSE-QUELLE          TO SIP-E-QUELLE (H-IND)
134400     MOVE KA0AKSE-LAUFDATUM       TO SIP-E-LAUFDATUM (H-IND)
134500     MOVE KA0AKSE-KONTO-ID        TO SIP-E-KONTO-ID (H-IND)
134600     MOVE KA0AKSE-AUSZUGSDATUM    TO SIP-E-AUSZUGSDATUM (H-IND)
134700     MOVE KA0AKSE-AUSZUGSNUMMER   TO SIP-E-AUSZUGSNUMMER (H-IND)
134800     MOVE KA0AKSE-AUSZUG-FNR      TO SIP-E-AUSZUG-FNR (H-IND)
134900     SET SIP-E-MIT-SIEGEL (H-IND) TO TRUE
135000     SET SIP-E-OHNE-INHALT (H-IND)
135100                                  TO TRUE
135200     MOVE KA0AKSE-STATUS          TO SIP-E-STATUS (H-IND)
135300     MOVE KA0AKSE-ANZ-SAETZE      TO SIP-E-SOLL-ANZ (H-IND)
135400     MOVE KA0AKSE-SUMME-BETRAG    TO SIP-E-SOLL-SUMME (H-IND)
135500     MOVE KA0AKSE-PRUEFWERT-1     TO SIP-E-SOLL-PW-1 (H-IND)
135600     MOVE KA0AKSE-PRUEFWERT-2     TO SIP-E-SOLL-PW-2 (H-IND)
135700     .
135800 SIEGEL-UEBERNEHMEN-1002.
135900 SIEGEL-UEBERNEHMEN-EXIT.
136000     EXIT.
136100/---------------------------------------------------------------*
136200* RPLSTORE lesen, Saetze des Zeitraums je Lieferung nachrechnen *
136300*---------------------------------------------------------------*
136400 RPL-NACHRECHNEN SECTION.
136500 RPL-NACHRECHNEN-1001.
136600     OPEN INPUT RPLSTORE
136700     IF H-RPL-FS                  NOT = "00"
136800     THEN
136900*      keine Aufbewahrungsdatei: alle Siegel ohne Inhalt
137000       GO TO RPL-NACHRECHNEN-EXIT
137100     END-IF
137200     SET DATEI-WEITER             TO TRUE
137300     PERFORM UNTIL DATEI-ENDE
137400       READ RPLSTORE
137500         AT END
137600           SET DATEI-ENDE         TO TRUE
137700         NOT AT END
137800           IF RPL-LAUFDATUM       NOT < KAISIP-DATUM-VON
137900              AND RPL-LAUFDATUM   NOT > KAISIP-DATUM-BIS
138000           THEN
138100             PERFORM RPL-SATZ-RECHNEN
138200                                  THRU RPL-SATZ-RECHNEN-EXIT
138300           END-IF
138400       END-READ
138500     END-PERFORM
138600     CLOSE RPLSTORE
138700     .
138800 RPL-NACHRECHNEN-1002.
138900 RPL-NACHRECHNEN-EXIT.
139000     EXIT.
139100/---------------------------------------------------------------*
139200* Einen RPLSTORE-Satz in das Ist seiner Lieferung einrechnen    *
139300*---------------------------------------------------------------*
139400 RPL-SATZ-RECHNEN SECTION.
139500 RPL-SATZ-RECHNEN-1001.
139600     MOVE RPL-EINGABEBEREICH      TO KAIEIN1-EINGABEBEREICH
139700     MOVE C-QUELLE-RPLSTORE       TO H-P-QUELLE
139800     MOVE RPL-LAUFDATUM           TO H-P-LAUFDATUM
139900     MOVE KAIEIN1-KONTO-ID        TO H-P-KONTO-ID
140000     MOVE KAIEIN1-AUSZUGSDATUM    TO H-P-AUSZUGSDATUM
140100     MOVE KAIEIN1-AUSZUGSNUMMER   TO H-P-AUSZUGSNUMMER
140200     MOVE KAIEIN1-AUSZUG-FNR      TO H-P-AUSZUG-FNR
140300     INITIALIZE KAISIG-EINGABEBEREICH
140400     MOVE KAIEIN1-BETRAG          TO KAISIG-BETRAG
140500     MOVE C-LAENGE-RPL            TO KAISIG-LAENGE
140600     MOVE RPL-EINGABEBEREICH      TO KAISIG-DATEN
140700     PERFORM IST-RECHNEN          THRU IST-RECHNEN-EXIT
140800     .
140900 RPL-SATZ-RECHNEN-1002.
141000 RPL-SATZ-RECHNEN-EXIT.
141100     EXIT.
141200/---------------------------------------------------------------*
141300* KA03AKRW lesen, Rohzeilen des Zeitraums je Auszug nachrechnen *
141400*---------------------------------------------------------------*
141500 ROHTEXT-NACHRECHNEN SECTION.
141600 ROHTEXT-NACHRECHNEN-1001.
141700     MOVE C-1                     TO H-LFD-ZEILE
141800     PERFORM ROHTEXT-ZEILE-LESEN  THRU ROHTEXT-ZEILE-LESEN-EXIT
141900     PERFORM UNTIL SCAN-N-GEFUNDEN
142000       IF KA0AKRW-AUSZUGSDATUM    NOT < KAISIP-DATUM-VON
142100          AND KA0AKRW-AUSZUGSDATUM NOT > KAISIP-DATUM-BIS
142200       THEN
142300         MOVE C-QUELLE-ROHTEXT    TO H-P-QUELLE
142400         MOVE ZERO                TO H-P-LAUFDATUM
142500         MOVE KA0AKRW-KONTO-ID    TO H-P-KONTO-ID
142600         MOVE KA0AKRW-AUSZUGSDATUM
142700                                  TO H-P-AUSZUGSDATUM
142800         MOVE KA0AKRW-AUSZUGSNUMMER
142900                                  TO H-P-AUSZUGSNUMMER
143000         MOVE KA0AKRW-AUSZUG-FNR  TO H-P-AUSZUG-FNR
143100         INITIALIZE KAISIG-EINGABEBEREICH
143200         MOVE ZERO                TO KAISIG-BETRAG
143300         MOVE C-LAENGE-ROHTEXT    TO KAISIG-LAENGE
143400         MOVE KA0AKRW-ZEILEN-LFD  TO KAISIG-ZEILEN-LFD
143500         MOVE KA0AKRW-UMSATZ-LFD  TO KAISIG-UMSATZ-LFD
143600         MOVE KA0AKRW-ROH-ZEILE   TO KAISIG-ROH-ZEILE
143700         PERFORM IST-RECHNEN      THRU IST-RECHNEN-EXIT
143800       END-IF
143900       ADD C-1                    TO H-LFD-ZEILE
144000       PERFORM ROHTEXT-ZEILE-LESEN
144100                                  THRU ROHTEXT-ZEILE-LESEN-EXIT
144200     END-PERFORM
144300     .
144400 ROHTEXT-NACHRECHNEN-1002.
144500 ROHTEXT-NACHRECHNEN-EXIT.
144600     EXIT.
144700/---------------------------------------------------------------*
144800* Zeile aus KA03AKRW lesen                                      *
144900*---------------------------------------------------------------*
145000 ROHTEXT-ZEILE-LESEN SECTION.
145100 ROHTEXT-ZEILE-LESEN-1001.
145200     MOVE H-LFD-ZEILE             TO KA0AKRW-ZEILENNUMMER
145300     CALL "CGSTAB" USING
145400          C-TAB-LESEN-ZEILE
145500          C-KONFIG-ID-KA
145600          C-OBJEKT-TAB-KA03AKRW
145700          GSOVER-VERSTAENDIGUNGSBEREICH
145800          KA0AKRW-EINGABEBEREICH
145900          KA0AKRW-AUSGABEBEREICH
146000          DUMMY
146100     END-CALL
146200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
146300     THEN
146400       SET SCAN-GEFUNDEN          TO TRUE
146500     ELSE
146600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
146700       SET SCAN-N-GEFUNDEN        TO TRUE
146800     END-IF
146900     .
147000 ROHTEXT-ZEILE-LESEN-1002.
147100 ROHTEXT-ZEILE-LESEN-EXIT.
147200     EXIT.
147300/---------------------------------------------------------------*
147400* Eintrag zum Pruefschluessel suchen (letzter und naechster     *
147500* Treffer zuerst), fehlt er: als Lieferung ohne Siegel anlegen; *
147600* dann den Satz ueber AKASIG in das Ist einrechnen              *
147700*---------------------------------------------------------------*
147800 IST-RECHNEN SECTION.
147900 IST-RECHNEN-1001.
148000     MOVE ZERO                    TO H-IND
148100     IF H-LETZT-IND               > ZERO
148200     THEN
148300       IF SIP-E-SCHLUESSEL (H-LETZT-IND) = H-PRUEF-SCHLUESSEL
148400       THEN
148500         MOVE H-LETZT-IND         TO H-IND
148600       ELSE
148700         IF H-LETZT-IND           < H-ANZ-EINTRAEGE
148800            AND SIP-E-SCHLUESSEL (H-LETZT-IND + 1)
148900                                  = H-PRUEF-SCHLUESSEL
149000         THEN
149100           COMPUTE H-IND          = H-LETZT-IND + 1
149200         END-IF
149300       END-IF
149400     END-IF
149500     IF H-IND                     = ZERO
149600     THEN
149700       PERFORM VARYING H-IND FROM C-1 BY C-1
149800               UNTIL H-IND > H-ANZ-EINTRAEGE
149900                  OR SIP-E-SCHLUESSEL (H-IND) = H-PRUEF-SCHLUESSEL
150000         CONTINUE
150100       END-PERFORM
150200     END-IF
150300     IF H-IND                     > H-ANZ-EINTRAEGE
150400     THEN
150500       IF H-ANZ-EINTRAEGE         NOT < C-MAX-EINTRAEGE
150600       THEN
150700         SET LISTE-UEBERLAUF      TO TRUE
150800         GO TO IST-RECHNEN-EXIT
150900       END-IF
151000       ADD C-1                    TO H-ANZ-EINTRAEGE
151100       MOVE H-ANZ-EINTRAEGE       TO H-IND
151200       INITIALIZE SIP-EINTRAG (H-IND)
151300       MOVE H-PRUEF-SCHLUESSEL    TO SIP-E-SCHLUESSEL (H-IND)
151400       SET SIP-E-OHNE-SIEGEL (H-IND)
151500                                  TO TRUE
151600     END-IF
151700     MOVE H-IND                   TO H-LETZT-IND
151800     SET SIP-E-MIT-INHALT (H-IND) TO TRUE
151900     MOVE C-01-STD-SIEGEL-RECHNEN TO KAISIG-FUNKTION
152000     MOVE KAISIP-PROGRAMM         TO KAISIG-PROGRAMM
152100     MOVE H-PRUEF-SCHLUESSEL      TO KAISIG-SCHLUESSEL
152200     MOVE SIP-E-IST-ANZ (H-IND)   TO KAISIG-ANZ-SAETZE
152300     MOVE SIP-E-IST-SUMME (H-IND) TO KAISIG-SUMME-BETRAG
152400     MOVE SIP-E-IST-PW-1 (H-IND)  TO KAISIG-PRUEFWERT-1
152500     MOVE SIP-E-IST-PW-2 (H-IND)  TO KAISIG-PRUEFWERT-2
152600     CALL "AKASIG" USING
152700          KAISIG-EINGABEBEREICH
152800          GSOVER-VERSTAENDIGUNGSBEREICH
152900     END-CALL
153000     MOVE KAISIG-ANZ-SAETZE       TO SIP-E-IST-ANZ (H-IND)
153100     MOVE KAISIG-SUMME-BETRAG     TO SIP-E-IST-SUMME (H-IND)
153200     MOVE KAISIG-PRUEFWERT-1      TO SIP-E-IST-PW-1 (H-IND)
153300     MOVE KAISIG-PRUEFWERT-2      TO SIP-E-IST-PW-2 (H-IND)
153400     .
153500 IST-RECHNEN-1002.
153600 IST-RECHNEN-EXIT.
153700     EXIT.
153800/---------------------------------------------------------------*
153900* Eintrag bewerten, Abweichungen protokollieren, Ergebnis am    *
154000* Siegel vermerken                                              *
154100*---------------------------------------------------------------*
154200 EINTRAG-AUSWERTEN SECTION.
154300 EINTRAG-AUSWERTEN-1001.
154400     INITIALIZE SIP-DETAIL
154500     EVALUATE TRUE
154600     WHEN SIP-E-OHNE-SIEGEL (H-IND)
154700       ADD C-1                    TO KAISIP-ANZ-OHNE-SIEGEL
154800       MOVE "OHNE SIEGEL"         TO SIP-D-BEFUND
154900     WHEN SIP-E-OHNE-INHALT (H-IND)
155000       ADD C-1                    TO KAISIP-ANZ-INHALT-FEHLT
155100       MOVE "INHALT FEHLT"        TO SIP-D-BEFUND
155200       SET ERGEBNIS-INHALT-FEHLT TO TRUE
155300     WHEN SIP-E-IST-ANZ (H-IND)   NOT = SIP-E-SOLL-ANZ (H-IND)
155400       ADD C-1                    TO KAISIP-ANZ-ABWEICHUNG
155500       MOVE "ABWEICHEND"          TO SIP-D-BEFUND
155600       SET ERGEBNIS-ABWEICHEND   TO TRUE
155700     WHEN SIP-E-PSEUDONYM (H-IND)
155800       ADD C-1                    TO KAISIP-ANZ-PSEUDONYM
155900       SET ERGEBNIS-GLEICH       TO TRUE
156000     WHEN SIP-E-IST-SUMME (H-IND) = SIP-E-SOLL-SUMME (H-IND)
156100      AND SIP-E-IST-PW-1 (H-IND)  = SIP-E-SOLL-PW-1 (H-IND)
156200      AND SIP-E-IST-PW-2 (H-IND)  = SIP-E-SOLL-PW-2 (H-IND)
156300       ADD C-1                    TO KAISIP-ANZ-GLEICH
156400       SET ERGEBNIS-GLEICH       TO TRUE
156500     WHEN OTHER
156600       ADD C-1                    TO KAISIP-ANZ-ABWEICHUNG
156700       MOVE "ABWEICHEND"          TO SIP-D-BEFUND
156800       SET ERGEBNIS-ABWEICHEND   TO TRUE
156900     END-EVALUATE
157000     IF SIP-D-BEFUND              NOT = SPACE
157100     THEN
157200       MOVE SIP-E-QUELLE (H-IND)  TO SIP-D-QUELLE
157300       MOVE SIP-E-LAUFDATUM (H-IND)
157400                                  TO SIP-D-LAUFDATUM
157500       MOVE SIP-E-KONTO-ID (H-IND)
157600                                  TO SIP-D-KONTO-ID
157700       MOVE SIP-E-AUSZUGSDATUM (H-IND)
157800                                  TO SIP-D-AUSZUGSDATUM
157900       MOVE SIP-E-AUSZUGSNUMMER (H-IND)
158000                                  TO SIP-D-AUSZUGSNUMMER
158100       MOVE SIP-E-AUSZUG-FNR (H-IND)
158200                                  TO SIP-D-AUSZUG-FNR
158300       MOVE SIP-E-SOLL-ANZ (H-IND)
158400                                  TO SIP-D-SOLL-ANZ
158500       MOVE SIP-E-IST-ANZ (H-IND) TO SIP-D-IST-ANZ
158600       MOVE SIP-E-SOLL-SUMME (H-IND)
158700                                  TO SIP-D-SOLL-SUMME
158800       MOVE SIP-E-IST-SUMME (H-IND)
158900                                  TO SIP-D-IST-SUMME
159000       MOVE SIP-DETAIL            TO SIP-DRUCKZEILE
159100       PERFORM ZEILE-SCHREIBEN    THRU ZEILE-SCHREIBEN-EXIT
159200     END-IF
159300     IF SIP-E-MIT-SIEGEL (H-IND)
159400     THEN
159500       PERFORM SIEGEL-VERMERKEN   THRU SIEGEL-VERMERKEN-EXIT
159600     END-IF
159700     .
159800 EINTRAG-AUSWERTEN-1002.
159900 EINTRAG-AUSWERTEN-EXIT.
160000     EXIT.
160100/---------------------------------------------------------------*
160200* Pruefdatum und Pruefergebnis am Siegel fortschreiben          *
160300*---------------------------------------------------------------*
160400 SIEGEL-VERMERKEN SECTION.
160500 SIEGEL-VERMERKEN-1001.
160600     MOVE SIP-E-SCHLUESSEL (H-IND)
160700                                  TO KAI0ASE-EINGABEBEREICH
160800     CALL "CGSTAB"
160900     USING C-TAB-LESEN-EQUAL
161000           C-KONFIG-ID-KA
161100           C-OBJEKT-TAB-KA02AKSE
161200           GSOVER-VERSTAENDIGUNGSBEREICH
161300           KAI0ASE-EINGABEBEREICH
161400           KAO0ASE-AUSGABEBEREICH
161500           GSTTAB-EIN-AUSGABEBEREICH
161600     END-CALL
161700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
161800     THEN
161900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
162000       GO TO SIEGEL-VERMERKEN-EXIT
162100     END-IF
162200     MOVE H-ERGEBNIS              TO KAO0ASE-PRUEF-ERGEBNIS
162300     MOVE H-TIMESTAMP (1:8)       TO KAO0ASE-PRUEF-DATUM
162400     CALL "CGSTAB"
162500     USING C-TAB-SCHREIBEN-EQUAL
162600           C-KONFIG-ID-KA
162700           C-OBJEKT-TAB-KA02AKSE
162800           GSOVER-VERSTAENDIGUNGSBEREICH
162900           KAI0ASE-EINGABEBEREICH
163000           KAO0ASE-AUSGABEBEREICH
163100           GSTTAB-EIN-AUSGABEBEREICH
163200     END-CALL
163300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
163400     .
163500 SIEGEL-VERMERKEN-1002.
163600 SIEGEL-VERMERKEN-EXIT.
163700     EXIT.
163800/---------------------------------------------------------------*
163900* Ergebnis setzen, Summenzeile schreiben, Protokoll schliessen  *
164000*---------------------------------------------------------------*
164100 PRUEFUNG-ABSCHLIESSEN SECTION.
164200 PRUEFUNG-ABSCHLIESSEN-1001.
164300     IF KAISIP-ANZ-ABWEICHUNG     > ZERO
164400        OR KAISIP-ANZ-INHALT-FEHLT > ZERO
164500        OR LISTE-UEBERLAUF
164600     THEN
164700       SET KAISIP-VERAENDERT      TO TRUE
164800     END-IF
164900     IF LISTE-UEBERLAUF
165000     THEN
165100       MOVE SPACE                 TO SIP-DRUCKZEILE
165200       MOVE "PRUEFUMFANG ZU GROSS - ZEITRAUM EINGRENZEN"
165300                                  TO SIP-DRUCKZEILE
165400       PERFORM ZEILE-SCHREIBEN    THRU ZEILE-SCHREIBEN-EXIT
165500     END-IF
165600     MOVE KAISIP-ANZ-SIEGEL       TO SIP-S-SIEGEL
165700     MOVE KAISIP-ANZ-GLEICH       TO SIP-S-GLEICH
165800     MOVE KAISIP-ANZ-PSEUDONYM    TO SIP-S-PSEUDONYM
165900     MOVE KAISIP-ANZ-ABWEICHUNG   TO SIP-S-ABWEICHUNG
166000     MOVE KAISIP-ANZ-INHALT-FEHLT TO SIP-S-INHALT-FEHLT
166100     MOVE KAISIP-ANZ-OHNE-SIEGEL  TO SIP-S-OHNE-SIEGEL
166200     IF KAISIP-VERAENDERT
166300     THEN
166400       MOVE "VERAENDERT"          TO SIP-S-ERGEBNIS
166500     ELSE
166600       MOVE "UNVERAENDERT"        TO SIP-S-ERGEBNIS
166700     END-IF
166800     MOVE SIP-SUMMEN              TO SIP-DRUCKZEILE
166900     PERFORM ZEILE-SCHREIBEN      THRU ZEILE-SCHREIBEN-EXIT
167000     IF PROTOKOLL-OFFEN
167100     THEN
167200       CLOSE SIPAUS
167300     END-IF
167400     .
167500 PRUEFUNG-ABSCHLIESSEN-1002.
167600 PRUEFUNG-ABSCHLIESSEN-EXIT.
167700     EXIT.
167800/---------------------------------------------------------------*
167900* Protokollzeile schreiben                                      *
168000*---------------------------------------------------------------*
168100 ZEILE-SCHREIBEN SECTION.
168200 ZEILE-SCHREIBEN-1001.
168300     IF PROTOKOLL-OFFEN
168400     THEN
168500       WRITE SIP-DRUCKZEILE
168600     END-IF
168700     .
168800 ZEILE-SCHREIBEN-1002.
168900 ZEILE-SCHREIBEN-EXIT.
169000     EXIT.
