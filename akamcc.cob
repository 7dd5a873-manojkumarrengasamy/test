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
000160*@Titel         : Schattenlauf Match-Regeln (Champion/Challenger)
000160*@Elementname   : akamcc.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Schattenlauf Match-Regeln                    *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001300*                                                           *
001400*@A-ELEMENTBESCHREIBUNG                                     *
001500* Modul-Beschreibung:                                       *
001600* ------------------                                        *
001700* Champion/Challenger-Vergleich vor einer Aenderung der     *
001800* Matching-Regeln KA00AKRG bzw. der AKAAMA-Kriterien. Aus   *
001900* der Parameterdatei MCCPARM wird je Abstimmkreistyp ein    *
002000* Kandidaten-Regelsatz gelesen. Fuer jeden Abstimmkreis     *
002100* eines solchen Typs (Zeilenscan KA000AKRS ueber CKA0AKRS)  *
002200* werden die offenen Posten ueber AKA5OF (Funktion          *
002300* 01-STD-APO-LIST-SUCHE, wie AKAAMA) gelesen und die        *
002400* Null-Summen-Paarung des AKAAMA-Durchgangs zweimal         *
002500* simuliert: mit der produktiven Regel (KA00AKRG, gleiche   *
002600* Primanota wie in AKAAMA) und mit dem Kandidaten. Es wird  *
002700* nichts angelegt oder geaendert. Der Bericht MCCAUS        *
002800* weist je Abstimmkreis die Paare aus, die nur der          *
002900* Kandidat findet (NEU), die er verliert (WEG) und die      *
003000* anders gebildet werden (ABWP = produktives Paar, ABWK =   *
003100* Kandidatenpaar), dazu eine Summenzeile je Abstimmkreis    *
003200* und ein Endeprotokoll. Damit kann der Regelverantwort-    *
003300* liche die Aenderung mit Nachweis freigeben.               *
003400*@E-ELEMENTBESCHREIBUNG                                     *
003500*                                                           *
003600*@A-COBOL-COPY                                              *
003700* Benoetigte COBOL-Copies:                                  *
003800* DCTGRCGE   : RETURNCODE GEWICHTE                          *
003900* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004000* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004100* DKAXIND    : INDICES AKA5OF                               *
004200* CKAXIND    : INDICES AKA5OF                               *
004300* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
004400* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
004500* CKA0AKRS   : ZEILENWEISER EINGABE-/AUSGABEBEREICH KA000AKRS *
004600* CKAI0AKG   : EINGABEBEREICH KA00AKRG                      *
004700* CKAO0AKG   : AUSGABEBEREICH KA00AKRG                      *
004800*@E-COBOL-COPY                                              *
004900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58796                                                *     D01
090052*     Neuanlage - Schattenlauf der Null-Summen-Paarung mit  *     D01
090053*     produktiver Regel und Kandidaten-Regelsatz je         *     D01
090054*     Abstimmkreis, Differenzbericht MCCAUS.                *     D01
090055*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAMCC.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT MCCPARM               ASSIGN TO "MCCPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-STATUS.
101300     SELECT MCCAUS                ASSIGN TO "MCCAUS"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500 DATA DIVISION.
101600 FILE SECTION.
101700*    Kandidaten-Regelsatz je Abstimmkreistyp; Schalter "J" = Feld
101800*    muss uebereinstimmen. Primanota leer = "J" (wie AKAAMA),
101900*    EndToEndId leer = "N".
102000 FD  MCCPARM
102100     RECORDING MODE IS F.
102200 01  MCC-PARM-SATZ.
102300     05 MCC-P-AK-TYP              PIC X(002).
102400     05 FILLER                    PIC X(001).
102500     05 MCC-P-REGEL-NR            PIC 9(005).
102600     05 FILLER                    PIC X(001).
102700     05 MCC-P-VALUTA-PFL          PIC X(001).
102800     05 MCC-P-ISIN-PFL            PIC X(001).
102900     05 MCC-P-PRIMANOTA-PFL       PIC X(001).
103000     05 MCC-P-E2E-PFL             PIC X(001).
103100 FD  MCCAUS
103200     RECORDING MODE IS F.
103300 01  MCC-DRUCKZEILE               PIC X(150).
103400*---------------------------------------------------------------*
103500* WORKING-STORAGE-Section                                       *
103600*---------------------------------------------------------------*
103700 WORKING-STORAGE SECTION.
103800 01  VERS-INF.
103900     05  FILLER PIC X(13) VALUE "ELEM=akamcc  ".
104000     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104100/---------------------------------------------------------------*
104200* Konstanten                                                    *
104300*---------------------------------------------------------------*
104400 01  GS-KONSTANTEN.
104500     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104600     20 C-AKAMCC                  PIC X(006) VALUE "AKAMCC".
104700     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
104800     20 C-OBJEKT-TAB-KA00AKRG     PIC X(009) VALUE "KA00AKRG".
104900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105100     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
105200                                  VALUE "01-STD-APO-LIST-SUCHE".
105300     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
105400     20 C-J                       PIC X(001) VALUE "J".
105500     20 C-N                       PIC X(001) VALUE "N".
105600     20 C-PRODUKTIV               PIC 9(001) VALUE 1.
105700     20 C-KANDIDAT                PIC 9(001) VALUE 2.
105800     20 C-MAX-KANDIDATEN          PIC 9(003) VALUE 50.
105900     20 C-ART-NEU                 PIC X(004) VALUE "NEU ".
106000     20 C-ART-WEG                 PIC X(004) VALUE "WEG ".
106100     20 C-ART-ABW-PRODUKTIV       PIC X(004) VALUE "ABWP".
106200     20 C-ART-ABW-KANDIDAT        PIC X(004) VALUE "ABWK".
106300 01  C-STATI.
106400     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
106500/---------------------------------------------------------------*
106600* Formatzeilen Bericht MCCAUS                                   *
106700*---------------------------------------------------------------*
106800 01  MCC-DETAIL.
106900     05 MCC-D-AK-NUMMER           PIC 9(005).
107000     05 FILLER                    PIC X(001) VALUE SPACE.
107100     05 MCC-D-ART                 PIC X(004).
107200     05 FILLER                    PIC X(001) VALUE SPACE.
107300     05 MCC-D-PRIMANOTA           PIC X(006).
107400     05 FILLER                    PIC X(001) VALUE SPACE.
107500     05 MCC-D-BETRAG              PIC S9(011)V9(003).
107600     05 FILLER                    PIC X(001) VALUE SPACE.
107700     05 MCC-D-WAEHRUNG            PIC X(003).
107800     05 FILLER                    PIC X(001) VALUE SPACE.
107900     05 MCC-D-KONTO-ID            PIC X(020).
108000     05 FILLER                    PIC X(001) VALUE SPACE.
108100     05 MCC-D-POSTEN-1.
108200        10 MCC-D-AUSZUGSDATUM-1   PIC 9(008).
108300        10 FILLER                 PIC X(001) VALUE "/".
108400        10 MCC-D-AUSZUGSNUMMER-1  PIC 9(005).
108500        10 FILLER                 PIC X(001) VALUE "/".
108600        10 MCC-D-AUSZUG-FNR-1     PIC 9(005).
108700        10 FILLER                 PIC X(001) VALUE "/".
108800        10 MCC-D-LFD-NR-APO-1     PIC 9(007).
108900     05 FILLER                    PIC X(001) VALUE SPACE.
109000     05 MCC-D-POSTEN-2.
109100        10 MCC-D-AUSZUGSDATUM-2   PIC 9(008).
109200        10 FILLER                 PIC X(001) VALUE "/".
109300        10 MCC-D-AUSZUGSNUMMER-2  PIC 9(005).
109400        10 FILLER                 PIC X(001) VALUE "/".
109500        10 MCC-D-AUSZUG-FNR-2     PIC 9(005).
109600        10 FILLER                 PIC X(001) VALUE "/".
109700        10 MCC-D-LFD-NR-APO-2     PIC 9(007).
109800     05 FILLER                    PIC X(033) VALUE SPACE.
109900 01  MCC-SUMMENZEILE.
110000     05 MCC-S-AK-NUMMER           PIC 9(005).
110100     05 FILLER                    PIC X(007) VALUE " SUMME ".
110200     05 MCC-S-AK-TYP              PIC X(002).
110300     05 FILLER                    PIC X(001) VALUE SPACE.
110400     05 MCC-S-REGEL-NR-P          PIC 9(005).
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 MCC-S-REGEL-NR-K          PIC 9(005).
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 MCC-S-ANZ-OFFEN           PIC 9(005).
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 MCC-S-ANZ-PAARE-P         PIC 9(005).
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 MCC-S-ANZ-PAARE-K         PIC 9(005).
111300     05 FILLER                    PIC X(001) VALUE SPACE.
111400     05 MCC-S-ANZ-GLEICH          PIC 9(005).
111500     05 FILLER                    PIC X(001) VALUE SPACE.
111600     05 MCC-S-ANZ-NEU             PIC 9(005).
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 MCC-S-ANZ-WEG             PIC 9(005).
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 MCC-S-ANZ-ABW-P           PIC 9(005).
112100     05 FILLER                    PIC X(001) VALUE SPACE.
112200     05 MCC-S-ANZ-ABW-K           PIC 9(005).
112300     05 FILLER                    PIC X(067) VALUE SPACE.
112400 01  MCC-ENDEPROTOKOLL.
112500     05 FILLER                    PIC X(014)
112600                                  VALUE "ENDEPROTOKOLL ".
112700     05 MCC-E-ANZ-AK              PIC 9(007).
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 MCC-E-ANZ-PAARE-P         PIC 9(007).
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 MCC-E-ANZ-PAARE-K         PIC 9(007).
113200     05 FILLER                    PIC X(001) VALUE SPACE.
113300     05 MCC-E-ANZ-GLEICH          PIC 9(007).
113400     05 FILLER                    PIC X(001) VALUE SPACE.
113500     05 MCC-E-ANZ-NEU             PIC 9(007).
113600     05 FILLER                    PIC X(001) VALUE SPACE.
113700     05 MCC-E-ANZ-WEG             PIC 9(007).
113800     05 FILLER                    PIC X(001) VALUE SPACE.
113900     05 MCC-E-ANZ-ABW-P           PIC 9(007).
114000     05 FILLER                    PIC X(001) VALUE SPACE.
114100     05 MCC-E-ANZ-ABW-K           PIC 9(007).
114200     05 FILLER                    PIC X(001) VALUE SPACE.
114300     05 MCC-E-ANZ-UEBERLAUF       PIC 9(007).
114400     05 FILLER                    PIC X(047) VALUE SPACE.
114500/---------------------------------------------------------------*
114600* Kandidaten-Regelsaetze aus MCCPARM                            *
114700*---------------------------------------------------------------*
114800 01  MCC-KANDIDATEN-TABELLE.
114900     05 MCC-ANZ-KANDIDATEN        PIC 9(003) COMP-3 VALUE ZERO.
115000     05 MCC-KANDIDAT              OCCURS 50.
115100        10 MCC-K-AK-TYP           PIC X(002).
115200        10 MCC-K-REGEL-NR         PIC 9(005).
115300        10 MCC-K-VALUTA-PFL       PIC X(001).
115400        10 MCC-K-ISIN-PFL         PIC X(001).
115500        10 MCC-K-PRIMANOTA-PFL    PIC X(001).
115600        10 MCC-K-E2E-PFL          PIC X(001).
115700/---------------------------------------------------------------*
115800* Regelsaetze eines Abstimmkreises: 1 = produktiv, 2 = Kandidat *
115900*---------------------------------------------------------------*
116000 01  MCC-REGELSAETZE.
116100     05 MCC-REGEL                 OCCURS 2.
116200        10 MCC-R-REGEL-NR         PIC 9(005).
116300        10 MCC-R-VALUTA-PFL       PIC X(001).
116400        10 MCC-R-ISIN-PFL         PIC X(001).
116500        10 MCC-R-PRIMANOTA-PFL    PIC X(001).
116600        10 MCC-R-E2E-PFL          PIC X(001).
116700        10 MCC-R-ANZ-PAARE        PIC 9(005) COMP-3.
116800*---------------------------------------------------------------*
116900* Simulierte Paarungen: Gegenposten je Position und Regelsatz   *
117000* (0 = Position bleibt offen)                                   *
117100*---------------------------------------------------------------*
117200 01  MCC-PARTNER-TABELLE.
117300     05 MCC-POSITION              OCCURS 200.
117400        10 MCC-PARTNER            PIC 9(003) COMP-3 OCCURS 2.
117500/---------------------------------------------------------------*
117600* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
117700*---------------------------------------------------------------*
117800  COPY DCTGRCGE.
117900  COPY CGSOVER.
118000  COPY CGSTTAB.
118100  COPY DKAXIND.
118200  COPY CKAXIND.
118300  COPY CKAI5OF3.
118400  COPY CKAO5OF2.
118500  COPY CKA0AKRS.
118600  COPY CKAI0AKG.
118700  COPY CKAO0AKG.
118800 01  DUMMY                        PIC X(001).
118900/---------------------------------------------------------------*
119000* Hilfsvariable                                                 *
119100*---------------------------------------------------------------*
119200 01  H-PARM-STATUS                PIC X(002).
119300     88 PARM-DATEI-OK             VALUE "00".
119400 01  H-PARM-ENDE                  PIC X(001).
119500     88 PARM-ENDE                 VALUE "J".
119600     88 PARM-N-ENDE               VALUE "N".
119700 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
119800 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
119900 01  H-AK-GEFUNDEN                PIC X(001).
120000     88 AKRS-GEFUNDEN             VALUE "J".
120100     88 AKRS-N-GEFUNDEN           VALUE "N".
120200 01  H-KANDIDAT-IND               PIC 9(003) COMP-3.
120300 01  H-SUCH-IND                   PIC 9(003) COMP-3.
120400 01  H-REGEL-IND                  PIC 9(001).
120500 01  H-INDEX-1                    PIC 9(003) COMP-3.
120600 01  H-INDEX-2                    PIC 9(003) COMP-3.
120700 01  H-INDEX-3                    PIC 9(003) COMP-3.
120800 01  H-INDEX-SCHL                 PIC 9(003) COMP-3.
120900 01  H-PARTNER-P                  PIC 9(003) COMP-3.
121000 01  H-PARTNER-K                  PIC 9(003) COMP-3.
121100 01  H-ANZ-TREFFER                PIC 9(003) COMP-3.
121200 01  H-ANZ-GLEICHER-BETRAG        PIC 9(003) COMP-3.
121300 01  H-ANZ-GEGEN-BETRAG           PIC 9(003) COMP-3.
121400 01  H-DIFF-ART                   PIC X(004).
121500 01  H-AK-ZAEHLER.
121600     05 H-AK-ANZ-GLEICH           PIC 9(005) COMP-3.
121700     05 H-AK-ANZ-NEU              PIC 9(005) COMP-3.
121800     05 H-AK-ANZ-WEG              PIC 9(005) COMP-3.
121900     05 H-AK-ANZ-ABW-P            PIC 9(005) COMP-3.
122000     05 H-AK-ANZ-ABW-K            PIC 9(005) COMP-3.
122100 01  H-GESAMT-ZAEHLER.
122200     05 H-ANZ-AK                  PIC 9(007) COMP-3 VALUE ZERO.
122300     05 H-ANZ-PAARE-P             PIC 9(007) COMP-3 VALUE ZERO.
122400     05 H-ANZ-PAARE-K             PIC 9(007) COMP-3 VALUE ZERO.
122500     05 H-ANZ-GLEICH              PIC 9(007) COMP-3 VALUE ZERO.
122600     05 H-ANZ-NEU                 PIC 9(007) COMP-3 VALUE ZERO.
122700     05 H-ANZ-WEG                 PIC 9(007) COMP-3 VALUE ZERO.
122800     05 H-ANZ-ABW-P               PIC 9(007) COMP-3 VALUE ZERO.
122900     05 H-ANZ-ABW-K               PIC 9(007) COMP-3 VALUE ZERO.
123000     05 H-ANZ-UEBERLAUF           PIC 9(007) COMP-3 VALUE ZERO.
123100/****************************************************************
123200 PROCEDURE DIVISION.
123300*****************************************************************
123400 0000-MAINLINE SECTION.
123500 0000-MAINLINE-1001.
123600     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
123700     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
123800     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
123900     STOP RUN
124000     .
124100 0000-MAINLINE-1002.
124200     EXIT.
124300/---------------------------------------------------------------*
124400* Initialisierung: Kandidaten-Regelsaetze einlesen              *
124500*---------------------------------------------------------------*
124600 1000-INITIALISIERUNG SECTION.
124700 1000-INITIALISIERUNG-1001.
124800     OPEN OUTPUT MCCAUS
124900     SET PARM-N-ENDE              TO TRUE
125000     OPEN INPUT MCCPARM
125100     IF PARM-DATEI-OK
125200     THEN
125300       PERFORM 1100-KANDIDAT-LESEN THRU 1100-KANDIDAT-LESEN-EXIT
125400       PERFORM UNTIL PARM-ENDE
125500         PERFORM 1200-KANDIDAT-UEBERNEHMEN
125600                            THRU 1200-KANDIDAT-UEBERNEHMEN-EXIT
125700         PERFORM 1100-KANDIDAT-LESEN
125800                            THRU 1100-KANDIDAT-LESEN-EXIT
125900       END-PERFORM
126000       CLOSE MCCPARM
126100     END-IF
126200     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
126300     .
126400 1000-INITIALISIERUNG-1002.
126500 1000-INITIALISIERUNG-EXIT.
126600     EXIT.
126700/---------------------------------------------------------------*
126800* Einen Satz aus MCCPARM lesen                                  *
126900*---------------------------------------------------------------*
127000 1100-KANDIDAT-LESEN SECTION.
127100 1100-KANDIDAT-LESEN-1001.
127200     READ MCCPARM
127300       AT END
127400         SET PARM-ENDE            TO TRUE
127500     END-READ
127600     .
127700 1100-KANDIDAT-LESEN-1002.
127800 1100-KANDIDAT-LESEN-EXIT.
127900     EXIT.
128000/---------------------------------------------------------------*
128100* Kandidaten-Regelsatz in die Tabelle uebernehmen; leere        *
128200* Schalter wie bisher (Primanota Pflicht, EndToEndId frei)      *
128300*---------------------------------------------------------------*
128400 1200-KANDIDAT-UEBERNEHMEN SECTION.
128500 1200-KANDIDAT-UEBERNEHMEN-1001.
128600     IF MCC-P-AK-TYP              = SPACE
128700     THEN
128800       GO TO 1200-KANDIDAT-UEBERNEHMEN-EXIT
128900     END-IF
129000     IF MCC-ANZ-KANDIDATEN        >= C-MAX-KANDIDATEN
129100     THEN
129200*      Ueberlauf: im Endeprotokoll ausgewiesen
129300       ADD C-1                    TO H-ANZ-UEBERLAUF
129400       GO TO 1200-KANDIDAT-UEBERNEHMEN-EXIT
129500     END-IF
129600     ADD C-1                      TO MCC-ANZ-KANDIDATEN
129700     MOVE MCC-ANZ-KANDIDATEN      TO H-KANDIDAT-IND
129800     MOVE MCC-P-AK-TYP            TO MCC-K-AK-TYP (H-KANDIDAT-IND)
129900     IF MCC-P-REGEL-NR            NUMERIC
130000     THEN
130100       MOVE MCC-P-REGEL-NR        TO MCC-K-REGEL-NR
130200                                     (H-KANDIDAT-IND)
130300     ELSE
130400       MOVE ZERO                  TO MCC-K-REGEL-NR
130500                                     (H-KANDIDAT-IND)
130600     END-IF
130700     MOVE MCC-P-VALUTA-PFL        TO MCC-K-VALUTA-PFL
130800                                     (H-KANDIDAT-IND)
130900     MOVE MCC-P-ISIN-PFL          TO MCC-K-ISIN-PFL
131000                                     (H-KANDIDAT-IND)
131100     IF MCC-P-PRIMANOTA-PFL       = SPACE
131200     THEN
131300       MOVE C-J                   TO MCC-K-PRIMANOTA-PFL
131400                                     (H-KANDIDAT-IND)
131500     ELSE
131600       MOVE MCC-P-PRIMANOTA-PFL   TO MCC-K-PRIMANOTA-PFL
131700                                     (H-KANDIDAT-IND)
131800     END-IF
131900     IF MCC-P-E2E-PFL             = SPACE
132000     THEN
132100       MOVE C-N                   TO MCC-K-E2E-PFL
132200                                     (H-KANDIDAT-IND)
132300     ELSE
132400       MOVE MCC-P-E2E-PFL         TO MCC-K-E2E-PFL
132500                                     (H-KANDIDAT-IND)
132600     END-IF
132700     .
132800 1200-KANDIDAT-UEBERNEHMEN-1002.
132900 1200-KANDIDAT-UEBERNEHMEN-EXIT.
133000     EXIT.
133100/---------------------------------------------------------------*
133200* Verarbeitung: alle Abstimmkreise durchlaufen                  *
133300*---------------------------------------------------------------*
133400 2000-VERARBEITUNG SECTION.
133500 2000-VERARBEITUNG-1001.
133600     MOVE C-1                     TO H-LFD-ZEILE
133700     PERFORM 2100-LESEN-AKRS-ZEILE THRU 2100-LESEN-AKRS-ZEILE-EXIT
133800     PERFORM UNTIL AKRS-N-GEFUNDEN
133900       PERFORM 2200-AK-VERARBEITEN THRU 2200-AK-VERARBEITEN-EXIT
134000       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
134100       PERFORM 2100-LESEN-AKRS-ZEILE
134200                                  THRU 2100-LESEN-AKRS-ZEILE-EXIT
134300     END-PERFORM
134400     .
134500 2000-VERARBEITUNG-1002.
134600 2000-VERARBEITUNG-EXIT.
134700     EXIT.
134800/---------------------------------------------------------------*
134900* Zeile aus KA000AKRS lesen                                     *
135000*---------------------------------------------------------------*
135100 2100-LESEN-AKRS-ZEILE SECTION.
135200 2100-LESEN-AKRS-ZEILE-1001.
135300     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
135400     CALL "CGSTAB" USING
135500          C-TAB-LESEN-ZEILE
135600          C-KONFIG-ID-KA
135700          C-OBJEKT-TAB-KA03AKRS
135800          GSOVER-VERSTAENDIGUNGSBEREICH
135900          KA0AKRS-EINGABEBEREICH
136000          KA0AKRS-AUSGABEBEREICH
136100          DUMMY
136200     END-CALL
136300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
136400     THEN
136500       SET AKRS-GEFUNDEN          TO TRUE
136600       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
136700         ON SIZE ERROR CONTINUE
136800       END-ADD
136900     ELSE
137000       SET AKRS-N-GEFUNDEN        TO TRUE
137100     END-IF
137200     .
137300 2100-LESEN-AKRS-ZEILE-1002.
137400 2100-LESEN-AKRS-ZEILE-EXIT.
137500     EXIT.
137600/---------------------------------------------------------------*
137700* Einen Abstimmkreis mit Kandidaten-Regelsatz vergleichen:      *
137800* offene Posten lesen, Paarung je Regelsatz simulieren,         *
137900* Ergebnisse gegenueberstellen                                  *
138000*---------------------------------------------------------------*
138100 2200-AK-VERARBEITEN SECTION.
138200 2200-AK-VERARBEITEN-1001.
138300     PERFORM 2210-KANDIDAT-SUCHEN THRU 2210-KANDIDAT-SUCHEN-EXIT
138400     IF H-KANDIDAT-IND            = ZERO
138500     THEN
138600*      kein Kandidat fuer den Kreistyp - nichts zu vergleichen
138700       GO TO 2200-AK-VERARBEITEN-EXIT
138800     END-IF
138900     PERFORM 2250-MATCH-REGEL-LESEN
139000                            THRU 2250-MATCH-REGEL-LESEN-EXIT
139100     MOVE MCC-K-REGEL-NR (H-KANDIDAT-IND)
139200                                  TO MCC-R-REGEL-NR (C-KANDIDAT)
139300     MOVE MCC-K-VALUTA-PFL (H-KANDIDAT-IND)
139400                                  TO MCC-R-VALUTA-PFL (C-KANDIDAT)
139500     MOVE MCC-K-ISIN-PFL (H-KANDIDAT-IND)
139600                                  TO MCC-R-ISIN-PFL (C-KANDIDAT)
139700     MOVE MCC-K-PRIMANOTA-PFL (H-KANDIDAT-IND)
139800                                  TO MCC-R-PRIMANOTA-PFL
139900                                     (C-KANDIDAT)
140000     MOVE MCC-K-E2E-PFL (H-KANDIDAT-IND)
140100                                  TO MCC-R-E2E-PFL (C-KANDIDAT)
140200     MOVE ZERO                    TO MCC-R-ANZ-PAARE (C-PRODUKTIV)
140300     MOVE ZERO                    TO MCC-R-ANZ-PAARE (C-KANDIDAT)
140400     INITIALIZE H-AK-ZAEHLER
140500     MOVE ZERO                    TO H-ANZ-TREFFER
140600     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
140700     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
140800     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
140900     CALL "AKA5OF" USING
141000          C-01-STD-APO-LIST-SUCHE
141100          C-KONFIG-ID-KA
141200          C-AKAMCC
141300          GSOVER-VERSTAENDIGUNGSBEREICH
141400          KAI5OF3-EINGABEBEREICH
141500          KAO5OF2-AUSGABEBEREICH
141600          DUMMY
141700          KAXIND-INDICES
141800     END-CALL
141900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
142000     THEN
142100       MOVE KAO5OF2-IND-LETZT     TO H-ANZ-TREFFER
142200     ELSE
142300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
142400     END-IF
142500     IF H-ANZ-TREFFER             > C-1
142600     THEN
142700       INITIALIZE MCC-PARTNER-TABELLE
142800       PERFORM 2300-PAARUNG-SIMULIEREN
142900                            THRU 2300-PAARUNG-SIMULIEREN-EXIT
143000                            VARYING H-REGEL-IND FROM 1 BY 1
143100                            UNTIL H-REGEL-IND > C-KANDIDAT
143200       PERFORM 2500-POSITION-VERGLEICHEN
143300                            THRU 2500-POSITION-VERGLEICHEN-EXIT
143400                            VARYING H-INDEX-1 FROM 1 BY 1
143500                            UNTIL H-INDEX-1 > H-ANZ-TREFFER
143600     END-IF
143700     PERFORM 2600-SUMME-SCHREIBEN THRU 2600-SUMME-SCHREIBEN-EXIT
143800     .
143900 2200-AK-VERARBEITEN-1002.
144000 2200-AK-VERARBEITEN-EXIT.
144100     EXIT.
144200/---------------------------------------------------------------*
144300* Kandidaten-Regelsatz zum Kreistyp suchen                      *
144400*---------------------------------------------------------------*
144500 2210-KANDIDAT-SUCHEN SECTION.
144600 2210-KANDIDAT-SUCHEN-1001.
144700     MOVE ZERO                    TO H-KANDIDAT-IND
144800     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
144900             UNTIL H-SUCH-IND     > MCC-ANZ-KANDIDATEN
145000                OR H-KANDIDAT-IND NOT = ZERO
145100       IF MCC-K-AK-TYP (H-SUCH-IND) = KA0AKRS-AK-TYP
145200       THEN
145300         MOVE H-SUCH-IND          TO H-KANDIDAT-IND
145400       END-IF
145500     END-PERFORM
145600     .
145700 2210-KANDIDAT-SUCHEN-1002.
145800 2210-KANDIDAT-SUCHEN-EXIT.
145900     EXIT.
146000/---------------------------------------------------------------*
146100* Produktive Matching-Regel des Kreistyps aus KA00AKRG lesen;   *
146200* wie in AKAAMA gilt die Primanota immer als Pflichtfeld und    *
146300* die EndToEndId bleibt unberuecksichtigt                       *
146400*---------------------------------------------------------------*
146500 2250-MATCH-REGEL-LESEN SECTION.
146600 2250-MATCH-REGEL-LESEN-1001.
146700     MOVE ZERO                    TO MCC-R-REGEL-NR (C-PRODUKTIV)
146800     MOVE C-N                     TO MCC-R-VALUTA-PFL
146900                                     (C-PRODUKTIV)
147000     MOVE C-N                     TO MCC-R-ISIN-PFL (C-PRODUKTIV)
147100     MOVE C-J                     TO MCC-R-PRIMANOTA-PFL
147200                                     (C-PRODUKTIV)
147300     MOVE C-N                     TO MCC-R-E2E-PFL (C-PRODUKTIV)
147400     MOVE KA0AKRS-AK-TYP          TO KAI0AKG-AK-TYP
147500     CALL "CGSTAB"
147600     USING C-TAB-LESEN-EQUAL
147700           C-KONFIG-ID-KA
147800           C-OBJEKT-TAB-KA00AKRG
147900           GSOVER-VERSTAENDIGUNGSBEREICH
148000           KAI0AKG-EINGABEBEREICH
148100           KAO0AKG-AUSGABEBEREICH
148200           GSTTAB-EIN-AUSGABEBEREICH
148300     END-CALL
148400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
148500     THEN
148600       MOVE KAO0AKG-REGEL-NR      TO MCC-R-REGEL-NR (C-PRODUKTIV)
148700       MOVE KAO0AKG-REGEL-VALUTA-PFL
148800                                  TO MCC-R-VALUTA-PFL
148900                                     (C-PRODUKTIV)
149000       MOVE KAO0AKG-REGEL-ISIN-PFL
149100                                  TO MCC-R-ISIN-PFL (C-PRODUKTIV)
149200     ELSE
149300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
149400     END-IF
149500     .
149600 2250-MATCH-REGEL-LESEN-1002.
149700 2250-MATCH-REGEL-LESEN-EXIT.
149800     EXIT.
149900/---------------------------------------------------------------*
150000* Null-Summen-Paarung wie AKAAMA mit dem Regelsatz H-REGEL-IND  *
150100* simulieren; gefundene Paare nur in der Partnertabelle merken  *
150200*---------------------------------------------------------------*
150300 2300-PAARUNG-SIMULIEREN SECTION.
150400 2300-PAARUNG-SIMULIEREN-1001.
150500     PERFORM 2310-PAAR-SUCHEN-AUSSEN
150600                            THRU 2310-PAAR-SUCHEN-AUSSEN-EXIT
150700                            VARYING H-INDEX-1 FROM 1 BY 1
150800                            UNTIL H-INDEX-1 >= H-ANZ-TREFFER
150900     .
151000 2300-PAARUNG-SIMULIEREN-1002.
151100 2300-PAARUNG-SIMULIEREN-EXIT.
151200     EXIT.
151300/---------------------------------------------------------------*
151400* Fuer eine Position den eindeutigen Gegenposten suchen         *
151500*---------------------------------------------------------------*
151600 2310-PAAR-SUCHEN-AUSSEN SECTION.
151700 2310-PAAR-SUCHEN-AUSSEN-1001.
151800     IF MCC-PARTNER (H-INDEX-1 H-REGEL-IND) NOT = ZERO
151900     THEN
152000       GO TO 2310-PAAR-SUCHEN-AUSSEN-EXIT
152100     END-IF
152200     MOVE ZERO                    TO H-INDEX-SCHL
152300     PERFORM 2320-PAAR-SUCHEN-INNEN
152400                            THRU 2320-PAAR-SUCHEN-INNEN-EXIT
152500                            VARYING H-INDEX-2
152600                            FROM H-INDEX-1 BY 1
152700                            UNTIL H-INDEX-2 > H-ANZ-TREFFER
152800     IF H-INDEX-SCHL              > ZERO
152900     THEN
153000       PERFORM 2330-EINDEUTIGKEIT-PRUEFEN
153100                            THRU 2330-EINDEUTIGKEIT-PRUEFEN-EXIT
153200     END-IF
153300     IF H-INDEX-SCHL              > ZERO
153400     THEN
153500       MOVE H-INDEX-SCHL          TO MCC-PARTNER
153600                                     (H-INDEX-1 H-REGEL-IND)
153700       MOVE H-INDEX-1             TO MCC-PARTNER
153800                                     (H-INDEX-SCHL H-REGEL-IND)
153900       ADD C-1                    TO MCC-R-ANZ-PAARE (H-REGEL-IND)
154000     END-IF
154100     .
154200 2310-PAAR-SUCHEN-AUSSEN-1002.
154300 2310-PAAR-SUCHEN-AUSSEN-EXIT.
154400     EXIT.
154500/---------------------------------------------------------------*
154600* Innere Suchschleife: Kandidaten nach Regelsatz zaehlen        *
154700*---------------------------------------------------------------*
154800 2320-PAAR-SUCHEN-INNEN SECTION.
154900 2320-PAAR-SUCHEN-INNEN-1001.
155000     IF H-INDEX-2                 = H-INDEX-1
155100     OR MCC-PARTNER (H-INDEX-2 H-REGEL-IND) NOT = ZERO
155200     THEN
155300       GO TO 2320-PAAR-SUCHEN-INNEN-EXIT
155400     END-IF
155500     IF KAO5OF2-APO-BETRAG (H-INDEX-1)
155600        + KAO5OF2-APO-BETRAG (H-INDEX-2) = ZERO
155700        AND KAO5OF2-APO-WAEHRUNG (H-INDEX-1)
155800            = KAO5OF2-APO-WAEHRUNG (H-INDEX-2)
155900        AND (MCC-R-PRIMANOTA-PFL (H-REGEL-IND) NOT = C-J
156000             OR KAO5OF2-APO-PRIMANOTA (H-INDEX-1)
156100                = KAO5OF2-APO-PRIMANOTA (H-INDEX-2))
156200        AND (MCC-R-VALUTA-PFL (H-REGEL-IND) NOT = C-J
156300             OR KAO5OF2-APO-VALUTA (H-INDEX-1)
156400                = KAO5OF2-APO-VALUTA (H-INDEX-2))
156500        AND (MCC-R-ISIN-PFL (H-REGEL-IND) NOT = C-J
156600             OR KAO5OF2-APO-ISIN (H-INDEX-1)
156700                = KAO5OF2-APO-ISIN (H-INDEX-2))
156800        AND (MCC-R-E2E-PFL (H-REGEL-IND) NOT = C-J
156900             OR KAO5OF2-APO-END-TO-END-ID (H-INDEX-1) = SPACE
157000             OR KAO5OF2-APO-END-TO-END-ID (H-INDEX-2) = SPACE
157100             OR KAO5OF2-APO-END-TO-END-ID (H-INDEX-1)
157200                = KAO5OF2-APO-END-TO-END-ID (H-INDEX-2))
157300     THEN
157400       IF H-INDEX-SCHL            = ZERO
157500       THEN
157600         MOVE H-INDEX-2           TO H-INDEX-SCHL
157700       ELSE
157800*        Mehrdeutig - Paarung bliebe dem Dialog ueberlassen
157900         MOVE ZERO                TO H-INDEX-SCHL
158000         MOVE H-ANZ-TREFFER       TO H-INDEX-2
158100       END-IF
158200     END-IF
158300     .
158400 2320-PAAR-SUCHEN-INNEN-1002.
158500 2320-PAAR-SUCHEN-INNEN-EXIT.
158600     EXIT.
158700/---------------------------------------------------------------*
158800* Beidseitige Eindeutigkeit wie AKAAMA: je Betragsseite nur ein *
158900* unverbrauchter Posten (gleiche Waehrung, bei Primanota-       *
159000* Pflicht gleiche Primanota)                                    *
159100*---------------------------------------------------------------*
159200 2330-EINDEUTIGKEIT-PRUEFEN SECTION.
159300 2330-EINDEUTIGKEIT-PRUEFEN-1001.
159400     MOVE ZERO                    TO H-ANZ-GLEICHER-BETRAG
159500     MOVE ZERO                    TO H-ANZ-GEGEN-BETRAG
159600     PERFORM 2340-BETRAGSSEITEN-ZAEHLEN
159700                            THRU 2340-BETRAGSSEITEN-ZAEHLEN-EXIT
159800                            VARYING H-INDEX-3 FROM 1 BY 1
159900                            UNTIL H-INDEX-3 > H-ANZ-TREFFER
160000     IF H-ANZ-GLEICHER-BETRAG     NOT = C-1
160100     OR H-ANZ-GEGEN-BETRAG        NOT = C-1
160200     THEN
160300       MOVE ZERO                  TO H-INDEX-SCHL
160400     END-IF
160500     .
160600 2330-EINDEUTIGKEIT-PRUEFEN-1002.
160700 2330-EINDEUTIGKEIT-PRUEFEN-EXIT.
160800     EXIT.
160900/---------------------------------------------------------------*
161000* Zaehlschleife zur beidseitigen Eindeutigkeitspruefung         *
161100*---------------------------------------------------------------*
161200 2340-BETRAGSSEITEN-ZAEHLEN SECTION.
161300 2340-BETRAGSSEITEN-ZAEHLEN-1001.
161400     IF MCC-PARTNER (H-INDEX-3 H-REGEL-IND) NOT = ZERO
161500     OR KAO5OF2-APO-WAEHRUNG (H-INDEX-3)
161600        NOT = KAO5OF2-APO-WAEHRUNG (H-INDEX-1)
161700     THEN
161800       GO TO 2340-BETRAGSSEITEN-ZAEHLEN-EXIT
161900     END-IF
162000     IF MCC-R-PRIMANOTA-PFL (H-REGEL-IND) = C-J
162100        AND KAO5OF2-APO-PRIMANOTA (H-INDEX-3)
162200            NOT = KAO5OF2-APO-PRIMANOTA (H-INDEX-1)
162300     THEN
162400       GO TO 2340-BETRAGSSEITEN-ZAEHLEN-EXIT
162500     END-IF
162600     IF KAO5OF2-APO-BETRAG (H-INDEX-3)
162700        = KAO5OF2-APO-BETRAG (H-INDEX-1)
162800     THEN
162900       ADD C-1                    TO H-ANZ-GLEICHER-BETRAG
163000     END-IF
163100     IF KAO5OF2-APO-BETRAG (H-INDEX-3)
163200        = KAO5OF2-APO-BETRAG (H-INDEX-SCHL)
163300     THEN
163400       ADD C-1                    TO H-ANZ-GEGEN-BETRAG
163500     END-IF
163600     .
163700 2340-BETRAGSSEITEN-ZAEHLEN-1002.
163800 2340-BETRAGSSEITEN-ZAEHLEN-EXIT.
163900     EXIT.
164000/---------------------------------------------------------------*
164100* Eine Position: produktives Paar und Kandidatenpaar gegen-     *
164200* ueberstellen (jedes Paar nur von seiner kleineren Position    *
164300* aus ausweisen)                                                *
164400*---------------------------------------------------------------*
164500 2500-POSITION-VERGLEICHEN SECTION.
164600 2500-POSITION-VERGLEICHEN-1001.
164700     MOVE MCC-PARTNER (H-INDEX-1 C-PRODUKTIV) TO H-PARTNER-P
164800     MOVE MCC-PARTNER (H-INDEX-1 C-KANDIDAT)  TO H-PARTNER-K
164900     IF H-PARTNER-P               > H-INDEX-1
165000     THEN
165100       EVALUATE TRUE
165200       WHEN H-PARTNER-K           = H-PARTNER-P
165300         ADD C-1                  TO H-AK-ANZ-GLEICH
165400       WHEN H-PARTNER-K           = ZERO
165500        AND MCC-PARTNER (H-PARTNER-P C-KANDIDAT) = ZERO
165600*        Kandidat verliert das Paar
165700         ADD C-1                  TO H-AK-ANZ-WEG
165800         MOVE C-ART-WEG           TO H-DIFF-ART
165900         MOVE H-PARTNER-P         TO H-INDEX-2
166000         PERFORM 2510-ZEILE-SCHREIBEN
166100                              THRU 2510-ZEILE-SCHREIBEN-EXIT
166200       WHEN OTHER
166300*        Kandidat bildet aus diesen Posten ein anderes Paar
166400         ADD C-1                  TO H-AK-ANZ-ABW-P
166500         MOVE C-ART-ABW-PRODUKTIV TO H-DIFF-ART
166600         MOVE H-PARTNER-P         TO H-INDEX-2
166700         PERFORM 2510-ZEILE-SCHREIBEN
166800                              THRU 2510-ZEILE-SCHREIBEN-EXIT
166900       END-EVALUATE
167000     END-IF
167100     IF H-PARTNER-K               > H-INDEX-1
167200        AND H-PARTNER-K           NOT = H-PARTNER-P
167300     THEN
167400       IF H-PARTNER-P             = ZERO
167500          AND MCC-PARTNER (H-PARTNER-K C-PRODUKTIV) = ZERO
167600       THEN
167700*        nur der Kandidat findet das Paar
167800         ADD C-1                  TO H-AK-ANZ-NEU
167900         MOVE C-ART-NEU           TO H-DIFF-ART
168000       ELSE
168100         ADD C-1                  TO H-AK-ANZ-ABW-K
168200         MOVE C-ART-ABW-KANDIDAT  TO H-DIFF-ART
168300       END-IF
168400       MOVE H-PARTNER-K           TO H-INDEX-2
168500       PERFORM 2510-ZEILE-SCHREIBEN THRU 2510-ZEILE-SCHREIBEN-EXIT
168600     END-IF
168700     .
168800 2500-POSITION-VERGLEICHEN-1002.
168900 2500-POSITION-VERGLEICHEN-EXIT.
169000     EXIT.
169100/---------------------------------------------------------------*
169200* Differenzzeile fuer das Paar H-INDEX-1 / H-INDEX-2 schreiben  *
169300*---------------------------------------------------------------*
169400 2510-ZEILE-SCHREIBEN SECTION.
169500 2510-ZEILE-SCHREIBEN-1001.
169600     INITIALIZE MCC-DETAIL
169700     MOVE KA0AKRS-AK-NUMMER       TO MCC-D-AK-NUMMER
169800     MOVE H-DIFF-ART              TO MCC-D-ART
169900     MOVE KAO5OF2-APO-PRIMANOTA (H-INDEX-1)
170000                                  TO MCC-D-PRIMANOTA
170100     MOVE KAO5OF2-APO-BETRAG (H-INDEX-1)
170200                                  TO MCC-D-BETRAG
170300     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX-1)
170400                                  TO MCC-D-WAEHRUNG
170500     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX-1)
170600                                  TO MCC-D-KONTO-ID
170700     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX-1)
170800                                  TO MCC-D-AUSZUGSDATUM-1
170900     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX-1)
171000                                  TO MCC-D-AUSZUGSNUMMER-1
171100     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX-1)
171200                                  TO MCC-D-AUSZUG-FNR-1
171300     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX-1)
171400                                  TO MCC-D-LFD-NR-APO-1
171500     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX-2)
171600                                  TO MCC-D-AUSZUGSDATUM-2
171700     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX-2)
171800                                  TO MCC-D-AUSZUGSNUMMER-2
171900     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX-2)
172000                                  TO MCC-D-AUSZUG-FNR-2
172100     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX-2)
172200                                  TO MCC-D-LFD-NR-APO-2
172300     MOVE MCC-DETAIL              TO MCC-DRUCKZEILE
172400     WRITE MCC-DRUCKZEILE
172500     .
172600 2510-ZEILE-SCHREIBEN-1002.
172700 2510-ZEILE-SCHREIBEN-EXIT.
172800     EXIT.
172900/---------------------------------------------------------------*
173000* Summenzeile des Abstimmkreises schreiben und Gesamtzaehler    *
173100* fortschreiben                                                 *
173200*---------------------------------------------------------------*
173300 2600-SUMME-SCHREIBEN SECTION.
173400 2600-SUMME-SCHREIBEN-1001.
173500     INITIALIZE MCC-SUMMENZEILE
173600     MOVE KA0AKRS-AK-NUMMER       TO MCC-S-AK-NUMMER
173700     MOVE KA0AKRS-AK-TYP          TO MCC-S-AK-TYP
173800     MOVE MCC-R-REGEL-NR (C-PRODUKTIV)
173900                                  TO MCC-S-REGEL-NR-P
174000     MOVE MCC-R-REGEL-NR (C-KANDIDAT)
174100                                  TO MCC-S-REGEL-NR-K
174200     MOVE H-ANZ-TREFFER           TO MCC-S-ANZ-OFFEN
174300     MOVE MCC-R-ANZ-PAARE (C-PRODUKTIV)
174400                                  TO MCC-S-ANZ-PAARE-P
174500     MOVE MCC-R-ANZ-PAARE (C-KANDIDAT)
174600                                  TO MCC-S-ANZ-PAARE-K
174700     MOVE H-AK-ANZ-GLEICH         TO MCC-S-ANZ-GLEICH
174800     MOVE H-AK-ANZ-NEU            TO MCC-S-ANZ-NEU
174900     MOVE H-AK-ANZ-WEG            TO MCC-S-ANZ-WEG
175000     MOVE H-AK-ANZ-ABW-P          TO MCC-S-ANZ-ABW-P
175100     MOVE H-AK-ANZ-ABW-K          TO MCC-S-ANZ-ABW-K
175200     MOVE MCC-SUMMENZEILE         TO MCC-DRUCKZEILE
175300     WRITE MCC-DRUCKZEILE
175400     ADD C-1                      TO H-ANZ-AK
175500     ADD MCC-R-ANZ-PAARE (C-PRODUKTIV)
175600                                  TO H-ANZ-PAARE-P
175700     ADD MCC-R-ANZ-PAARE (C-KANDIDAT)
175800                                  TO H-ANZ-PAARE-K
175900     ADD H-AK-ANZ-GLEICH          TO H-ANZ-GLEICH
176000     ADD H-AK-ANZ-NEU             TO H-ANZ-NEU
176100     ADD H-AK-ANZ-WEG             TO H-ANZ-WEG
176200     ADD H-AK-ANZ-ABW-P           TO H-ANZ-ABW-P
176300     ADD H-AK-ANZ-ABW-K           TO H-ANZ-ABW-K
176400     .
176500 2600-SUMME-SCHREIBEN-1002.
176600 2600-SUMME-SCHREIBEN-EXIT.
176700     EXIT.
176800/---------------------------------------------------------------*
176900* Programmende: Endeprotokoll                                   *
177000*---------------------------------------------------------------*
177100 9999-EXIT SECTION.
177200 9999-EXIT-1001.
177300     MOVE H-ANZ-AK                TO MCC-E-ANZ-AK
177400     MOVE H-ANZ-PAARE-P           TO MCC-E-ANZ-PAARE-P
177500     MOVE H-ANZ-PAARE-K           TO MCC-E-ANZ-PAARE-K
177600     MOVE H-ANZ-GLEICH            TO MCC-E-ANZ-GLEICH
177700     MOVE H-ANZ-NEU               TO MCC-E-ANZ-NEU
177800     MOVE H-ANZ-WEG               TO MCC-E-ANZ-WEG
177900     MOVE H-ANZ-ABW-P             TO MCC-E-ANZ-ABW-P
178000     MOVE H-ANZ-ABW-K             TO MCC-E-ANZ-ABW-K
178100     MOVE H-ANZ-UEBERLAUF         TO MCC-E-ANZ-UEBERLAUF
178200     MOVE MCC-ENDEPROTOKOLL       TO MCC-DRUCKZEILE
178300     WRITE MCC-DRUCKZEILE
178400     CLOSE MCCAUS
178500     .
178600 9999-EXIT-1002.
178700 9999-EXIT-EXIT.
178800     EXIT.
