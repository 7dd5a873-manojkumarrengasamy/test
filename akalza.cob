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
000160*@Titel         : Laufzeitanalyse und Terminprognose Nachtkette
000160*@Elementname   : akalza.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Laufzeitanalyse Nachtkette                *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Auswertung des zentralen Laufregisters KA02AKRG (Zeilen- *
001800* scan KA03AKRG) ueber die letzten Monate (LZAPARM, Vorgabe*
001900* 3 Monate einschliesslich des laufenden).                 *
002000* Laufart A (Analyse): je Programm Anzahl Laeufe, Median,  *
002100* 90. Perzentil der Laufzeit und der Durchschnitt des      *
002200* ersten und des letzten Monats mit Laeufen; daraus das    *
002300* Wachstum in Prozent. Programme ab der Wachstumsgrenze    *
002400* (Vorgabe 20 %) werden mit *** markiert, die drei am      *
002500* staerksten wachsenden Programme gesondert ausgewiesen.   *
002600* Laufart P (Prognose): nach jedem beendeten Schritt der   *
002700* Nachtkette einzuplanen. Aus den heutigen Registersaetzen *
002800* und den historischen Laufzeiten (Median = erwartet,      *
002900* 90. Perzentil = pessimistisch) wird das Ende der Kette   *
003000* bis einschliesslich AKATRB hochgerechnet. Liegt das      *
003100* erwartete Ende zuzueglich Puffer (Vorgabe 30 Minuten)    *
003200* nach dem Termin (Vorgabe 07:00), meldet AKALZA ueber     *
003300* AKANOTI an den Betrieb; liegt nur das pessimistische     *
003400* Ende danach, wird der Termin als knapp ausgewiesen.      *
003500* Die Kettenfolge ist die der Nachtkette (wie AKARUNR) mit *
003600* AKATRB als letztem Schritt und kann in LZAPARM mit       *
003700* Saetzen der Satzart K ersetzt werden.                    *
003800*@E-ELEMENTBESCHREIBUNG                                    *
003900*                                                          *
004000*@A-MODULAUFRUF                                            *
004100* AKANOTI : Benachrichtigung an den Betrieb                *
004200*@E-MODULAUFRUF                                            *
004300*                                                          *
004400*@A-COBOL-COPY                                             *
004500* Benoetigte COBOL-Copies:                                 *
004600* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004700* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004800* CKA0AKRG   : ZEILENSCAN KA03AKRG                         *
004900* CKAINOTI1  : EINGABEBEREICH AKANOTI                      *
005000*@E-COBOL-COPY                                             *
005100*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58808                                               *      D01
090052*     Neuanlage - Laufzeitanalyse je Programm aus dem      *      D01
090053*     zentralen Laufregister und Prognose des Kettenendes  *      D01
090054*     gegen den Treasury-Termin mit Fruehwarnung.          *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
090057* D02 R58810                                                *     D02
090058*     AKAOPX (Schnappschuss offene Posten) als Kettenglied  *     D02
090059*     nach AKAKON aufgenommen.                              *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKALZA.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT LZAPARM               ASSIGN TO "LZAPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300     SELECT LZAAUS                ASSIGN TO "LZAAUS"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500 DATA DIVISION.
101600 FILE SECTION.
101700 FD  LZAPARM
101800     RECORDING MODE IS F.
101900*    Satzart S: Steuerung, Satzart K: Kettenschritt (Folge)
102000 01  LZA-PARM-STEUERUNG.
102100     05 LZA-P-SATZART             PIC X(001).
102200        88 LZA-P-STEUERUNG        VALUE "S".
102300        88 LZA-P-KETTE            VALUE "K".
102400     05 FILLER                    PIC X(001).
102500     05 LZA-P-LAUFART             PIC X(001).
102600     05 FILLER                    PIC X(001).
102700     05 LZA-P-TERMIN              PIC X(004).
102800     05 FILLER                    PIC X(001).
102900     05 LZA-P-MONATE              PIC X(002).
103000     05 FILLER                    PIC X(001).
103100     05 LZA-P-PUFFER              PIC X(003).
103200     05 FILLER                    PIC X(001).
103300     05 LZA-P-GRENZE              PIC X(003).
103400     05 FILLER                    PIC X(001).
103500     05 LZA-P-EMPFAENGER          PIC X(060).
103600 01  LZA-PARM-KETTE.
103700     05 FILLER                    PIC X(002).
103800     05 LZA-P-PROGRAMM            PIC X(008).
103900     05 FILLER                    PIC X(070).
104000 FD  LZAAUS
104100     RECORDING MODE IS F.
104200 01  LZA-DRUCKZEILE               PIC X(150).
104300*---------------------------------------------------------------*
104400* WORKING-STORAGE-Section                                       *
104500*---------------------------------------------------------------*
104600 WORKING-STORAGE SECTION.
104700 01  VERS-INF.
104800     05  FILLER PIC X(13) VALUE "ELEM=akalza  ".
104900     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105000/---------------------------------------------------------------*
105100* Konstanten                                                    *
105200*---------------------------------------------------------------*
105300 01  GS-KONSTANTEN.
105400     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105500     20 C-AKALZA                  PIC X(008) VALUE "AKALZA".
105600     20 C-OBJEKT-TAB-KA03AKRG     PIC X(009) VALUE "KA03AKRG".
105700     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105800     20 C-OBJEKT-KA-NOTI          PIC X(020) VALUE "AKANOTI".
105900     20 C-FUNKTION-BENACHRICHTIGEN
106000                                  PIC X(040) VALUE
106100                                  "01-INT-BENACHRICHTIGEN".
106200     20 C-LAUFART-ANALYSE         PIC X(001) VALUE "A".
106300     20 C-LAUFART-PROGNOSE        PIC X(001) VALUE "P".
106400     20 C-TERMIN-VORGABE          PIC 9(004) VALUE 0700.
106500     20 C-MONATE-VORGABE          PIC 9(002) VALUE 3.
106600     20 C-MONATE-MAX              PIC 9(002) VALUE 12.
106700     20 C-PUFFER-VORGABE          PIC 9(003) VALUE 30.
106800     20 C-GRENZE-VORGABE          PIC 9(003) VALUE 20.
106900     20 C-MAX-LAEUFE              PIC 9(004) VALUE 5000.
107000     20 C-MAX-PROGRAMME           PIC 9(003) VALUE 100.
107100     20 C-MAX-KETTE               PIC 9(002) VALUE 30.
107200     20 C-ANZ-TOP                 PIC 9(001) VALUE 3.
107300     20 C-SEK-TAG                 PIC 9(005) VALUE 86400.
107400     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107500/---------------------------------------------------------------*
107600* Vorgabe der Kettenfolge (Nachtkette wie AKARUNR, danach der   *
107700* Treasury-Saldenabzug)                                         *
107800*---------------------------------------------------------------*
107900 01  C-KETTE.
108000     05 FILLER                    PIC X(008) VALUE "AKAKON".
108001     05 FILLER                    PIC X(008) VALUE "AKAOPX".      D02
108100     05 FILLER                    PIC X(008) VALUE "AKAESK".
108200     05 FILLER                    PIC X(008) VALUE "AKAAGR".
108300     05 FILLER                    PIC X(008) VALUE "AKAKPI".
108400     05 FILLER                    PIC X(008) VALUE "AKAEOD".
108500     05 FILLER                    PIC X(008) VALUE "AKADLA".
108600     05 FILLER                    PIC X(008) VALUE "AKAGLA".
108700     05 FILLER                    PIC X(008) VALUE "AKAARC".
108800     05 FILLER                    PIC X(008) VALUE "AKATRB".
108900 01  C-KETTE-TAB REDEFINES C-KETTE.
109000     05 C-KETTE-PROGRAMM          PIC X(008) OCCURS 10.           D02
109100 01  C-ANZ-KETTE-VORGABE          PIC 9(002) VALUE 10.            D02
109200/---------------------------------------------------------------*
109300* Berichtszeilen LZAAUS                                         *
109400*---------------------------------------------------------------*
109500 01  LZA-KOPF.
109600     05 FILLER                    PIC X(036) VALUE
109700        "LAUFZEITANALYSE NACHTKETTE VOM:     ".
109800     05 LZA-K-LAUFDATUM           PIC 9(008).
109900     05 FILLER                    PIC X(020) VALUE
110000        "   ZEITRAUM AB:     ".
110100     05 LZA-K-AB-MONAT            PIC 9(006).
110200     05 FILLER                    PIC X(080) VALUE SPACE.
110300 01  LZA-KOPF-ANALYSE             PIC X(150) VALUE
110400     "PROGRAMM  LAEUFE  MEDIAN-MIN  P90-MIN  ERSTER-MON  LETZTER-M
110500-    "ON  WACHSTUM-%  RANG".
110600 01  LZA-DETAIL.
110700     05 LZA-D-PROGRAMM            PIC X(008).
110800     05 FILLER                    PIC X(002) VALUE SPACE.
110900     05 LZA-D-ANZAHL              PIC Z(005)9.
111000     05 FILLER                    PIC X(004) VALUE SPACE.
111100     05 LZA-D-MEDIAN              PIC Z(005)9,9.
111200     05 FILLER                    PIC X(001) VALUE SPACE.
111300     05 LZA-D-P90                 PIC Z(005)9,9.
111400     05 FILLER                    PIC X(004) VALUE SPACE.
111500     05 LZA-D-ERSTER              PIC Z(005)9,9.
111600     05 FILLER                    PIC X(005) VALUE SPACE.
111700     05 LZA-D-LETZTER             PIC Z(005)9,9.
111800     05 FILLER                    PIC X(005) VALUE SPACE.
111900     05 LZA-D-WACHSTUM            PIC -(005)9.
112000     05 FILLER                    PIC X(003) VALUE SPACE.
112100     05 LZA-D-RANG                PIC Z(003).
112200     05 FILLER                    PIC X(002) VALUE SPACE.
112300     05 LZA-D-MARKE               PIC X(003).
112400     05 FILLER                    PIC X(068) VALUE SPACE.
112500 01  LZA-TOP.
112600     05 FILLER                    PIC X(025) VALUE
112700        "STAERKSTES WACHSTUM RANG ".
112800     05 LZA-T-RANG                PIC 9(001).
112900     05 FILLER                    PIC X(002) VALUE ": ".
113000     05 LZA-T-PROGRAMM            PIC X(008).
113100     05 FILLER                    PIC X(002) VALUE SPACE.
113200     05 LZA-T-WACHSTUM            PIC -(005)9.
113300     05 FILLER                    PIC X(018) VALUE
113400        " %  MEDIAN (MIN): ".
113500     05 LZA-T-MEDIAN              PIC Z(005)9,9.
113600     05 FILLER                    PIC X(080) VALUE SPACE.
113700 01  LZA-KOPF-PROGNOSE.
113800     05 FILLER                    PIC X(036) VALUE
113900        "PROGNOSE NACHTKETTE - TERMIN:       ".
114000     05 LZA-KP-TERMIN             PIC X(005).
114100     05 FILLER                    PIC X(015) VALUE
114200        "   PUFFER MIN: ".
114300     05 LZA-KP-PUFFER             PIC ZZ9.
114400     05 FILLER                    PIC X(091) VALUE SPACE.
114500 01  LZA-KOPF-SCHRITTE            PIC X(150) VALUE
114600     "PROGRAMM  STATUS          START  ENDE   ERWARTET  P90".
114700 01  LZA-SCHRITT.
114800     05 LZA-S-PROGRAMM            PIC X(008).
114900     05 FILLER                    PIC X(002) VALUE SPACE.
115000     05 LZA-S-STATUS              PIC X(014).
115100     05 FILLER                    PIC X(002) VALUE SPACE.
115200     05 LZA-S-START               PIC X(005).
115300     05 FILLER                    PIC X(002) VALUE SPACE.
115400     05 LZA-S-ENDE                PIC X(005).
115500     05 FILLER                    PIC X(002) VALUE SPACE.
115600     05 LZA-S-ERWARTET            PIC X(005).
115700     05 FILLER                    PIC X(005) VALUE SPACE.
115800     05 LZA-S-P90                 PIC X(005).
115900     05 FILLER                    PIC X(095) VALUE SPACE.
116000 01  LZA-ERGEBNIS.
116100     05 FILLER                    PIC X(024) VALUE
116200        "PROGNOSE ENDE ERWARTET: ".
116300     05 LZA-E-ERWARTET            PIC X(005).
116400     05 FILLER                    PIC X(024) VALUE
116500        "   PESSIMISTISCH (P90): ".
116600     05 LZA-E-P90                 PIC X(005).
116700     05 FILLER                    PIC X(013) VALUE
116800        "   BEWERTUNG:".
116900     05 FILLER                    PIC X(001) VALUE SPACE.
117000     05 LZA-E-BEWERTUNG           PIC X(018).
117100     05 FILLER                    PIC X(060) VALUE SPACE.
117200 01  LZA-ENDE.
117300     05 FILLER                    PIC X(020) VALUE
117400        "LAEUFE AUSGEWERTET: ".
117500     05 LZA-X-LAEUFE              PIC Z(006)9.
117600     05 FILLER                    PIC X(014) VALUE
117700        "  PROGRAMME: ".
117800     05 LZA-X-PROGRAMME           PIC Z(006)9.
117900     05 FILLER                    PIC X(014) VALUE
118000        "  VERWORFEN: ".
118100     05 LZA-X-VERWORFEN           PIC Z(006)9.
118200     05 FILLER                    PIC X(081) VALUE SPACE.
118300/---------------------------------------------------------------*
118400* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
118500*---------------------------------------------------------------*
118600  COPY DCTGRCGE.
118700  COPY CGSOVER.
118800  COPY CKA0AKRG.
118900  COPY CKAINOTI1.
119000 01  DUMMY                        PIC X(001).
119100/---------------------------------------------------------------*
119200* Laeufe im Auswertungszeitraum                                 *
119300*---------------------------------------------------------------*
119400 01  LZA-LAUF-TABELLE.
119500     05 LZA-ANZ-LAEUFE            PIC 9(004) COMP-3 VALUE ZERO.
119600     05 LZA-LAUF                  OCCURS 5000.
119700        10 LZA-L-PROG-IND         PIC 9(003) COMP-3.
119800        10 LZA-L-MONAT            PIC 9(002) COMP-3.
119900        10 LZA-L-DAUER            PIC 9(007) COMP-3.
120000/---------------------------------------------------------------*
120100* Programme mit Kennzahlen und heutigem Kettenstand             *
120200*---------------------------------------------------------------*
120300 01  LZA-PROG-TABELLE.
120400     05 LZA-ANZ-PROGRAMME         PIC 9(003) COMP-3 VALUE ZERO.
120500     05 LZA-PROG                  OCCURS 100.
120600        10 LZA-G-PROGRAMM         PIC X(008).
120700        10 LZA-G-ANZAHL           PIC 9(005) COMP-3.
120800        10 LZA-G-MEDIAN           PIC 9(007) COMP-3.
120900        10 LZA-G-P90              PIC 9(007) COMP-3.
121000        10 LZA-G-MON              OCCURS 12.
121100           15 LZA-G-M-ANZAHL      PIC 9(005) COMP-3.
121200           15 LZA-G-M-SUMME       PIC 9(011) COMP-3.
121300        10 LZA-G-ERSTER           PIC 9(007) COMP-3.
121400        10 LZA-G-LETZTER          PIC 9(007) COMP-3.
121500        10 LZA-G-WACHSTUM         PIC S9(005) COMP-3.
121600        10 LZA-G-WACHSTUM-KZ      PIC X(001).
121700           88 LZA-G-WACHSTUM-BEKANNT VALUE "J".
121800        10 LZA-G-RANG             PIC 9(003) COMP-3.
121900        10 LZA-G-H-STATUS         PIC X(001).
122000           88 LZA-G-H-OFFEN       VALUE SPACE.
122100           88 LZA-G-H-LAEUFT      VALUE "L".
122200           88 LZA-G-H-BEENDET     VALUE "B".
122300        10 LZA-G-H-START          PIC 9(011) COMP-3.
122400        10 LZA-G-H-ENDE           PIC 9(011) COMP-3.
122500/---------------------------------------------------------------*
122600* Kettenfolge fuer die Prognose                                 *
122700*---------------------------------------------------------------*
122800 01  LZA-KETTE-TABELLE.
122900     05 LZA-ANZ-KETTE             PIC 9(002) VALUE ZERO.
123000     05 LZA-KETTE-PROGRAMM        PIC X(008) OCCURS 30.
123100/---------------------------------------------------------------*
123200* Hilfsvariable                                                 *
123300*---------------------------------------------------------------*
123400 01  H-PARM-FS                    PIC X(002).
123500 01  H-PARM-KZ                    PIC X(001).
123600     88 PARM-WEITER               VALUE "J".
123700     88 PARM-ENDE                 VALUE "N".
123800 01  H-SCAN-STATUS                PIC X(001).
123900     88 SCAN-GEFUNDEN             VALUE "J".
124000     88 SCAN-N-GEFUNDEN           VALUE "N".
124100 01  H-LAUFART                    PIC X(001).
124200     88 LAUFART-ANALYSE           VALUE "A".
124300     88 LAUFART-PROGNOSE          VALUE "P".
124400 01  H-TERMIN                     PIC 9(004).
124500 01  H-TERMIN-R                   REDEFINES H-TERMIN.
124600     05 H-TERMIN-HH               PIC 9(002).
124700     05 H-TERMIN-MI               PIC 9(002).
124800 01  H-MONATE                     PIC 9(002).
124900 01  H-PUFFER                     PIC 9(003).
125000 01  H-GRENZE                     PIC 9(003).
125100 01  H-EMPFAENGER                 PIC X(060).
125200 01  H-TIMESTAMP-FIELDS.
125300     05  H-DH-TIMESTAMP           PIC X(021).
125400     05  FILLER                   PIC X(005).
125500 01  H-TS                         PIC X(014).
125600 01  H-TS-R                       REDEFINES H-TS.
125700     05 H-TS-DATUM                PIC 9(008).
125800     05 H-TS-DATUM-R              REDEFINES H-TS-DATUM.
125900        10 H-TS-JJJJ              PIC 9(004).
126000        10 H-TS-MM                PIC 9(002).
126100        10 H-TS-TT                PIC 9(002).
126200     05 H-TS-HH                   PIC 9(002).
126300     05 H-TS-MI                   PIC 9(002).
126400     05 H-TS-SS                   PIC 9(002).
126500 01  H-LAUFDATUM                  PIC 9(008).
126600 01  H-SEK                        PIC 9(011) COMP-3.
126700 01  H-SEK-JETZT                  PIC 9(011) COMP-3.
126800 01  H-SEK-START                  PIC 9(011) COMP-3.
126900 01  H-SEK-TERMIN                 PIC 9(011) COMP-3.
127000 01  H-SEK-KETTE-AB               PIC 9(011) COMP-3.
127100 01  H-SEK-ERWARTET               PIC 9(011) COMP-3.
127200 01  H-SEK-P90                    PIC 9(011) COMP-3.
127300 01  H-SEK-TAGESZEIT              PIC 9(005) COMP-3.
127400 01  H-TAGE                       PIC 9(007) COMP-3.
127500 01  H-UHR-HH                     PIC 9(002).
127600 01  H-UHR-MI                     PIC 9(002).
127700 01  H-UHR-REST                   PIC 9(005) COMP-3.
127800 01  H-UHRZEIT.
127900     05 H-UHRZEIT-HH              PIC 9(002).
128000     05 FILLER                    PIC X(001) VALUE ":".
128100     05 H-UHRZEIT-MI              PIC 9(002).
128200 01  H-MONATSNR                   PIC 9(006) COMP-3.
128300 01  H-AB-MONATSNR                PIC 9(006) COMP-3.
128400 01  H-AB-MONAT                   PIC 9(006).
128500 01  H-AB-MONAT-R                 REDEFINES H-AB-MONAT.
128600     05 H-AB-JJJJ                 PIC 9(004).
128700     05 H-AB-MM                   PIC 9(002).
128800 01  H-MONAT-IND                  PIC 9(002) COMP-3.
128900 01  H-MONAT-ERSTER               PIC 9(002) COMP-3.
129000 01  H-MONAT-LETZTER              PIC 9(002) COMP-3.
129100 01  H-DAUER                      PIC 9(007) COMP-3.
129200 01  H-PROGRAMM                   PIC X(008).
129300 01  H-PROG-IND                   PIC 9(003) COMP-3.
129400 01  H-PROG-J                     PIC 9(003) COMP-3.
129500 01  H-KETTE-IND                  PIC 9(002) COMP-3.
129600 01  H-LAUF-I                     PIC 9(004) COMP-3.
129700 01  H-LAUF-J                     PIC 9(004) COMP-3.
129800 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
129900 01  H-POS-MEDIAN                 PIC 9(005) COMP-3.
130000 01  H-POS-P90                    PIC 9(005) COMP-3.
130100 01  H-ANZ-KLEINER                PIC 9(005) COMP-3.
130200 01  H-TOP-RANG                   PIC 9(003) COMP-3.
130300 01  H-ANZ-VERWORFEN              PIC 9(007) COMP-3 VALUE ZERO.
130400 01  H-LETZTER-SCHRITT            PIC X(011).
130500 01  H-BEWERTUNG                  PIC X(018).
130600 01  H-MELDUNGSTEXT               PIC X(120).
130700/****************************************************************
130800 PROCEDURE DIVISION.
130900*****************************************************************
131000 0000-MAINLINE SECTION.
131100 0000-MAINLINE-1001.
131200     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
131300     PERFORM 2000-REGISTER-LESEN  THRU 2000-REGISTER-LESEN-EXIT
131400     PERFORM 3000-KENNZAHLEN      THRU 3000-KENNZAHLEN-EXIT
131500     IF LAUFART-PROGNOSE
131600     THEN
131700       PERFORM 5000-PROGNOSE      THRU 5000-PROGNOSE-EXIT
131800     ELSE
131900       PERFORM 4000-ANALYSE       THRU 4000-ANALYSE-EXIT
132000     END-IF
132100     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
132200     STOP RUN
132300     .
132400 0000-MAINLINE-1002.
132500     EXIT.
132600/---------------------------------------------------------------*
132700* Initialisierung: Vorgaben, Steuerung und Kettenfolge aus      *
132800* LZAPARM (optional), Zeitraum und Termin bestimmen             *
132900*---------------------------------------------------------------*
133000 1000-INITIALISIERUNG SECTION.
133100 1000-INITIALISIERUNG-1001.
133200     MOVE C-LAUFART-ANALYSE       TO H-LAUFART
133300     MOVE C-TERMIN-VORGABE        TO H-TERMIN
133400     MOVE C-MONATE-VORGABE        TO H-MONATE
133500     MOVE C-PUFFER-VORGABE        TO H-PUFFER
133600     MOVE C-GRENZE-VORGABE        TO H-GRENZE
133700     MOVE SPACE                   TO H-EMPFAENGER
133800     OPEN INPUT LZAPARM
133900     IF H-PARM-FS                 = "00"
134000     THEN
134100       SET PARM-WEITER            TO TRUE
134200       PERFORM 1100-PARM-SATZ     THRU 1100-PARM-SATZ-EXIT
134300               UNTIL PARM-ENDE
134400       CLOSE LZAPARM
134500     END-IF
134600     IF LZA-ANZ-KETTE             = ZERO
134700     THEN
134800       MOVE C-ANZ-KETTE-VORGABE   TO LZA-ANZ-KETTE
134900       PERFORM VARYING H-KETTE-IND FROM 1 BY 1
135000               UNTIL H-KETTE-IND  > C-ANZ-KETTE-VORGABE
135100         MOVE C-KETTE-PROGRAMM (H-KETTE-IND)
135200                             TO LZA-KETTE-PROGRAMM (H-KETTE-IND)
135300       END-PERFORM
135400     END-IF
135500*    Jetzt in Sekunden (Tagesnummer * 86400 + Tageszeit)
135600     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
135700     MOVE H-DH-TIMESTAMP (1:14)   TO H-TS
135800     MOVE H-TS-DATUM              TO H-LAUFDATUM
135900     PERFORM 7000-SEKUNDEN        THRU 7000-SEKUNDEN-EXIT
136000     MOVE H-SEK                   TO H-SEK-JETZT
136100*    Zeitraum: laufender Monat und die (Monate - 1) davor
136200     COMPUTE H-MONATSNR           = H-TS-JJJJ * 12 + H-TS-MM - 1
136300     COMPUTE H-AB-MONATSNR        = H-MONATSNR - H-MONATE + 1
136400     DIVIDE H-AB-MONATSNR         BY 12
136500            GIVING H-AB-JJJJ      REMAINDER H-AB-MM
136600     ADD C-1                      TO H-AB-MM
136700*    Termin: naechstes Auftreten der Terminuhrzeit; die heutige
136800*    Kette umfasst alle Laeufe ab 24 Stunden vor dem Termin
136900     COMPUTE H-SEK-TERMIN         = H-SEK-JETZT
137000             - (H-TS-HH * 3600 + H-TS-MI * 60 + H-TS-SS)
137100             + H-TERMIN-HH * 3600 + H-TERMIN-MI * 60
137200     IF H-SEK-TERMIN              NOT > H-SEK-JETZT
137300     THEN
137400       ADD C-SEK-TAG              TO H-SEK-TERMIN
137500     END-IF
137600     COMPUTE H-SEK-KETTE-AB       = H-SEK-TERMIN - C-SEK-TAG
137700     OPEN OUTPUT LZAAUS
137800     MOVE H-LAUFDATUM             TO LZA-K-LAUFDATUM
137900     MOVE H-AB-MONAT              TO LZA-K-AB-MONAT
138000     MOVE LZA-KOPF                TO LZA-DRUCKZEILE
138100     WRITE LZA-DRUCKZEILE
138200     .
138300 1000-INITIALISIERUNG-1002.
138400 1000-INITIALISIERUNG-EXIT.
138500     EXIT.
138600/---------------------------------------------------------------*
138700* Einen Satz aus LZAPARM verarbeiten; ungueltige Angaben        *
138800* lassen die Vorgabe stehen                                     *
138900*---------------------------------------------------------------*
139000 1100-PARM-SATZ SECTION.
139100 1100-PARM-SATZ-1001.
139200     READ LZAPARM
139300       AT END
139400         SET PARM-ENDE            TO TRUE
139500         GO TO 1100-PARM-SATZ-EXIT
139600     END-READ
139700     EVALUATE TRUE
139800     WHEN LZA-P-STEUERUNG
139900       IF LZA-P-LAUFART           = C-LAUFART-ANALYSE
140000          OR LZA-P-LAUFART        = C-LAUFART-PROGNOSE
140100       THEN
140200         MOVE LZA-P-LAUFART       TO H-LAUFART
140300       END-IF
140400       IF LZA-P-TERMIN            IS NUMERIC
140500          AND LZA-P-TERMIN (1:2)  < "24"
140600          AND LZA-P-TERMIN (3:2)  < "60"
140700       THEN
140800         MOVE LZA-P-TERMIN        TO H-TERMIN
140900       END-IF
141000       IF LZA-P-MONATE            IS NUMERIC
141100          AND LZA-P-MONATE        > "00"
141200          AND LZA-P-MONATE        NOT > "12"
141300       THEN
141400         MOVE LZA-P-MONATE        TO H-MONATE
141500       END-IF
141600       IF LZA-P-PUFFER            IS NUMERIC
141700       THEN
141800         MOVE LZA-P-PUFFER        TO H-PUFFER
141900       END-IF
142000       IF LZA-P-GRENZE            IS NUMERIC
142100       THEN
142200         MOVE LZA-P-GRENZE        TO H-GRENZE
142300       END-IF
142400       MOVE LZA-P-EMPFAENGER      TO H-EMPFAENGER
142500     WHEN LZA-P-KETTE
142600       IF LZA-P-PROGRAMM          NOT = SPACE
142700          AND LZA-ANZ-KETTE       < C-MAX-KETTE
142800       THEN
142900         ADD C-1                  TO LZA-ANZ-KETTE
143000         MOVE LZA-P-PROGRAMM
143100                             TO LZA-KETTE-PROGRAMM (LZA-ANZ-KETTE)
143200       END-IF
143300     WHEN OTHER
143400       CONTINUE
143500     END-EVALUATE
143600     .
143700 1100-PARM-SATZ-1002.
143800 1100-PARM-SATZ-EXIT.
143900     EXIT.
144000/---------------------------------------------------------------*
144100* Laufregister durchlaufen: beendete Laeufe im Zeitraum in die  *
144200* Lauftabelle, Laeufe der heutigen Kette je Programm merken     *
144300*---------------------------------------------------------------*
144400 2000-REGISTER-LESEN SECTION.
144500 2000-REGISTER-LESEN-1001.
144600     MOVE C-1                     TO H-LFD-ZEILE
144700     PERFORM 2100-LESEN-REG-ZEILE THRU 2100-LESEN-REG-ZEILE-EXIT
144800     PERFORM UNTIL SCAN-N-GEFUNDEN
144900       IF KA0AKRG-PROGRAMM        NOT = C-AKALZA
145000          AND KA0AKRG-START-TIMESTAMP (1:14) IS NUMERIC
145100       THEN
145200         PERFORM 2200-LAUF-AUSWERTEN
145300                                THRU 2200-LAUF-AUSWERTEN-EXIT
145400       END-IF
145500       ADD C-1                    TO H-LFD-ZEILE
145600       PERFORM 2100-LESEN-REG-ZEILE
145700                                THRU 2100-LESEN-REG-ZEILE-EXIT
145800     END-PERFORM
145900     .
146000 2000-REGISTER-LESEN-1002.
146100 2000-REGISTER-LESEN-EXIT.
146200     EXIT.
146300/---------------------------------------------------------------*
146400* Zeile aus dem Laufregister lesen                              *
146500*---------------------------------------------------------------*
146600 2100-LESEN-REG-ZEILE SECTION.
146700 2100-LESEN-REG-ZEILE-1001.
146800     MOVE H-LFD-ZEILE             TO KA0AKRG-ZEILENNUMMER
146900     CALL "CGSTAB" USING
147000          C-TAB-LESEN-ZEILE
147100          C-KONFIG-ID-KA
147200          C-OBJEKT-TAB-KA03AKRG
147300          GSOVER-VERSTAENDIGUNGSBEREICH
147400          KA0AKRG-EINGABEBEREICH
147500          KA0AKRG-AUSGABEBEREICH
147600          DUMMY
147700     END-CALL
147800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
147900     THEN
148000       SET SCAN-GEFUNDEN          TO TRUE
148100     ELSE
148200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
148300       SET SCAN-N-GEFUNDEN        TO TRUE
148400     END-IF
148500     .
148600 2100-LESEN-REG-ZEILE-1002.
148700 2100-LESEN-REG-ZEILE-EXIT.
148800     EXIT.
148900/---------------------------------------------------------------*
149000* Einen Registersatz auswerten                                  *
149100*---------------------------------------------------------------*
149200 2200-LAUF-AUSWERTEN SECTION.
149300 2200-LAUF-AUSWERTEN-1001.
149400     MOVE KA0AKRG-PROGRAMM        TO H-PROGRAMM
149500     PERFORM 7100-PROG-SUCHEN     THRU 7100-PROG-SUCHEN-EXIT
149600     IF H-PROG-IND                = ZERO
149700     THEN
149800       ADD C-1                    TO H-ANZ-VERWORFEN
149900       GO TO 2200-LAUF-AUSWERTEN-EXIT
150000     END-IF
150100     MOVE KA0AKRG-START-TIMESTAMP (1:14)
150200                                  TO H-TS
150300     PERFORM 7000-SEKUNDEN        THRU 7000-SEKUNDEN-EXIT
150400     MOVE H-SEK                   TO H-SEK-START
150500     COMPUTE H-MONATSNR           = H-TS-JJJJ * 12 + H-TS-MM - 1
150600*    Lauf der heutigen Kette (juengster Start je Programm)
150700     IF H-SEK-START               NOT < H-SEK-KETTE-AB
150800        AND H-SEK-START           NOT < LZA-G-H-START (H-PROG-IND)
150900     THEN
151000       MOVE H-SEK-START           TO LZA-G-H-START (H-PROG-IND)
151100       MOVE ZERO                  TO LZA-G-H-ENDE (H-PROG-IND)
151200       SET LZA-G-H-LAEUFT (H-PROG-IND)
151300                                  TO TRUE
151400       IF KA0AKRG-BEENDET
151500          AND KA0AKRG-ENDE-TIMESTAMP (1:14) IS NUMERIC
151600       THEN
151700         MOVE KA0AKRG-ENDE-TIMESTAMP (1:14)
151800                                  TO H-TS
151900         PERFORM 7000-SEKUNDEN    THRU 7000-SEKUNDEN-EXIT
152000         MOVE H-SEK               TO LZA-G-H-ENDE (H-PROG-IND)
152100         SET LZA-G-H-BEENDET (H-PROG-IND)
152200                                  TO TRUE
152300       END-IF
152400     END-IF
152500*    beendete Laeufe im Zeitraum fuer die Kennzahlen
152600     IF NOT KA0AKRG-BEENDET
152700        OR KA0AKRG-ENDE-TIMESTAMP (1:14) IS NOT NUMERIC
152800        OR H-MONATSNR             < H-AB-MONATSNR
152900     THEN
153000       GO TO 2200-LAUF-AUSWERTEN-EXIT
153100     END-IF
153200     IF LZA-ANZ-LAEUFE            NOT < C-MAX-LAEUFE
153300     THEN
153400       ADD C-1                    TO H-ANZ-VERWORFEN
153500       GO TO 2200-LAUF-AUSWERTEN-EXIT
153600     END-IF
153700     COMPUTE H-MONAT-IND          = H-MONATSNR - H-AB-MONATSNR + 1
153800     IF H-MONAT-IND               > H-MONATE
153900     THEN
154000       MOVE H-MONATE              TO H-MONAT-IND
154100     END-IF
154200     MOVE KA0AKRG-ENDE-TIMESTAMP (1:14)
154300                                  TO H-TS
154400     PERFORM 7000-SEKUNDEN        THRU 7000-SEKUNDEN-EXIT
154500     IF H-SEK                     > H-SEK-START
154600     THEN
154700       COMPUTE H-DAUER            = H-SEK - H-SEK-START
154800     ELSE
154900       MOVE ZERO                  TO H-DAUER
155000     END-IF
155100     ADD C-1                      TO LZA-ANZ-LAEUFE
155200     MOVE H-PROG-IND        TO LZA-L-PROG-IND (LZA-ANZ-LAEUFE)
155300     MOVE H-MONAT-IND       TO LZA-L-MONAT (LZA-ANZ-LAEUFE)
155400     MOVE H-DAUER           TO LZA-L-DAUER (LZA-ANZ-LAEUFE)
155500     ADD C-1                      TO LZA-G-ANZAHL (H-PROG-IND)
155600     ADD C-1            TO LZA-G-M-ANZAHL (H-PROG-IND H-MONAT-IND)
155700     ADD H-DAUER        TO LZA-G-M-SUMME (H-PROG-IND H-MONAT-IND)
155800     .
155900 2200-LAUF-AUSWERTEN-1002.
156000 2200-LAUF-AUSWERTEN-EXIT.
156100     EXIT.
156200/---------------------------------------------------------------*
156300* Kennzahlen je Programm: Median, 90. Perzentil, Wachstum       *
156400* zwischen erstem und letztem Monat mit Laeufen                 *
156500*---------------------------------------------------------------*
156600 3000-KENNZAHLEN SECTION.
156700 3000-KENNZAHLEN-1001.
156800     PERFORM 3100-PROGRAMM-KENNZAHLEN
156900                                THRU 3100-PROGRAMM-KENNZAHLEN-EXIT
157000             VARYING H-PROG-IND FROM 1 BY 1
157100             UNTIL H-PROG-IND     > LZA-ANZ-PROGRAMME
157200*    Rang nach Wachstum (nur Programme mit positivem Wachstum)
157300     PERFORM VARYING H-PROG-IND FROM 1 BY 1
157400             UNTIL H-PROG-IND     > LZA-ANZ-PROGRAMME
157500       MOVE ZERO                  TO LZA-G-RANG (H-PROG-IND)
157600       IF LZA-G-WACHSTUM-BEKANNT (H-PROG-IND)
157700          AND LZA-G-WACHSTUM (H-PROG-IND) > ZERO
157800       THEN
157900         PERFORM 3300-RANG-BESTIMMEN
158000                                THRU 3300-RANG-BESTIMMEN-EXIT
158100       END-IF
158200     END-PERFORM
158300     .
158400 3000-KENNZAHLEN-1002.
158500 3000-KENNZAHLEN-EXIT.
158600     EXIT.
158700/---------------------------------------------------------------*
158800* Kennzahlen eines Programms                                    *
158900*---------------------------------------------------------------*
159000 3100-PROGRAMM-KENNZAHLEN SECTION.
159100 3100-PROGRAMM-KENNZAHLEN-1001.
159200     MOVE ZERO                    TO LZA-G-MEDIAN (H-PROG-IND)
159300                                     LZA-G-P90 (H-PROG-IND)
159400                                     LZA-G-ERSTER (H-PROG-IND)
159500                                     LZA-G-LETZTER (H-PROG-IND)
159600                                     LZA-G-WACHSTUM (H-PROG-IND)
159700     MOVE SPACE             TO LZA-G-WACHSTUM-KZ (H-PROG-IND)
159800     IF LZA-G-ANZAHL (H-PROG-IND) = ZERO
159900     THEN
160000       GO TO 3100-PROGRAMM-KENNZAHLEN-EXIT
160100     END-IF
160200     COMPUTE H-POS-MEDIAN = (LZA-G-ANZAHL (H-PROG-IND) + 1) / 2
160300     COMPUTE H-POS-P90    =
160400             (LZA-G-ANZAHL (H-PROG-IND) * 90 / 100) + 1
160500     IF H-POS-P90                 > LZA-G-ANZAHL (H-PROG-IND)
160600     THEN
160700       MOVE LZA-G-ANZAHL (H-PROG-IND)
160800                                  TO H-POS-P90
160900     END-IF
161000     PERFORM VARYING H-LAUF-J FROM 1 BY 1
161100             UNTIL H-LAUF-J       > LZA-ANZ-LAEUFE
161200       IF LZA-L-PROG-IND (H-LAUF-J) = H-PROG-IND
161300       THEN
161400         PERFORM 3200-RANG-ZAEHLEN
161500                                THRU 3200-RANG-ZAEHLEN-EXIT
161600       END-IF
161700     END-PERFORM
161800*    erster und letzter Monat mit Laeufen
161900     MOVE ZERO                    TO H-MONAT-ERSTER
162000                                     H-MONAT-LETZTER
162100     PERFORM VARYING H-MONAT-IND FROM 1 BY 1
162200             UNTIL H-MONAT-IND    > H-MONATE
162300       IF LZA-G-M-ANZAHL (H-PROG-IND H-MONAT-IND) > ZERO
162400       THEN
162500         IF H-MONAT-ERSTER        = ZERO
162600         THEN
162700           MOVE H-MONAT-IND       TO H-MONAT-ERSTER
162800         END-IF
162900         MOVE H-MONAT-IND         TO H-MONAT-LETZTER
163000       END-IF
163100     END-PERFORM
163200     COMPUTE LZA-G-ERSTER (H-PROG-IND) =
163300             LZA-G-M-SUMME (H-PROG-IND H-MONAT-ERSTER)
163400           / LZA-G-M-ANZAHL (H-PROG-IND H-MONAT-ERSTER)
163500     COMPUTE LZA-G-LETZTER (H-PROG-IND) =
163600             LZA-G-M-SUMME (H-PROG-IND H-MONAT-LETZTER)
163700           / LZA-G-M-ANZAHL (H-PROG-IND H-MONAT-LETZTER)
163800     IF H-MONAT-LETZTER           > H-MONAT-ERSTER
163900        AND LZA-G-ERSTER (H-PROG-IND) > ZERO
164000     THEN
164100       COMPUTE LZA-G-WACHSTUM (H-PROG-IND) ROUNDED =
164200               (LZA-G-LETZTER (H-PROG-IND)
164300              - LZA-G-ERSTER (H-PROG-IND)) * 100
164400             / LZA-G-ERSTER (H-PROG-IND)
164500       SET LZA-G-WACHSTUM-BEKANNT (H-PROG-IND)
164600                                  TO TRUE
164700     END-IF
164800     .
164900 3100-PROGRAMM-KENNZAHLEN-1002.
165000 3100-PROGRAMM-KENNZAHLEN-EXIT.
165100     EXIT.
165200/---------------------------------------------------------------*
165300* Rangwerte ohne Sortierung (Zaehlverfahren wie AKACYC): der    *
165400* Lauf H-LAUF-J hat Rang k, wenn genau k-1 Laeufe des Programms *
165500* kuerzer sind                                                  *
165600*---------------------------------------------------------------*
165700 3200-RANG-ZAEHLEN SECTION.
165800 3200-RANG-ZAEHLEN-1001.
165900     MOVE ZERO                    TO H-ANZ-KLEINER
166000     PERFORM VARYING H-LAUF-I FROM 1 BY 1
166100             UNTIL H-LAUF-I       > LZA-ANZ-LAEUFE
166200       IF LZA-L-PROG-IND (H-LAUF-I) = H-PROG-IND
166300          AND (LZA-L-DAUER (H-LAUF-I)
166400               < LZA-L-DAUER (H-LAUF-J)
166500           OR (LZA-L-DAUER (H-LAUF-I)
166600               = LZA-L-DAUER (H-LAUF-J)
166700               AND H-LAUF-I       < H-LAUF-J))
166800       THEN
166900         ADD C-1                  TO H-ANZ-KLEINER
167000       END-IF
167100     END-PERFORM
167200     IF H-ANZ-KLEINER             = H-POS-MEDIAN - 1
167300     THEN
167400       MOVE LZA-L-DAUER (H-LAUF-J)
167500                                  TO LZA-G-MEDIAN (H-PROG-IND)
167600     END-IF
167700     IF H-ANZ-KLEINER             = H-POS-P90 - 1
167800     THEN
167900       MOVE LZA-L-DAUER (H-LAUF-J)
168000                                  TO LZA-G-P90 (H-PROG-IND)
168100     END-IF
168200     .
168300 3200-RANG-ZAEHLEN-1002.
168400 3200-RANG-ZAEHLEN-EXIT.
168500     EXIT.
168600/---------------------------------------------------------------*
168700* Rang eines Programms nach Wachstum (1 = staerkstes)           *
168800*---------------------------------------------------------------*
168900 3300-RANG-BESTIMMEN SECTION.
169000 3300-RANG-BESTIMMEN-1001.
169100     MOVE C-1                     TO LZA-G-RANG (H-PROG-IND)
169200     PERFORM VARYING H-PROG-J FROM 1 BY 1
169300             UNTIL H-PROG-J       > LZA-ANZ-PROGRAMME
169400       IF LZA-G-WACHSTUM-BEKANNT (H-PROG-J)
169500          AND (LZA-G-WACHSTUM (H-PROG-J)
169600               > LZA-G-WACHSTUM (H-PROG-IND)
169700           OR (LZA-G-WACHSTUM (H-PROG-J)
169800               = LZA-G-WACHSTUM (H-PROG-IND)
169900               AND H-PROG-J       < H-PROG-IND))
170000       THEN
170100         ADD C-1                  TO LZA-G-RANG (H-PROG-IND)
170200       END-IF
170300     END-PERFORM
170400     .
170500 3300-RANG-BESTIMMEN-1002.
170600 3300-RANG-BESTIMMEN-EXIT.
170700     EXIT.
170800/---------------------------------------------------------------*
170900* Laufart A: Trendbericht je Programm und staerkstes Wachstum   *
171000*---------------------------------------------------------------*
171100 4000-ANALYSE SECTION.
171200 4000-ANALYSE-1001.
171300     MOVE LZA-KOPF-ANALYSE        TO LZA-DRUCKZEILE
171400     WRITE LZA-DRUCKZEILE
171500     PERFORM 4100-PROGRAMM-ZEILE  THRU 4100-PROGRAMM-ZEILE-EXIT
171600             VARYING H-PROG-IND FROM 1 BY 1
171700             UNTIL H-PROG-IND     > LZA-ANZ-PROGRAMME
171800     MOVE SPACE                   TO LZA-DRUCKZEILE
171900     WRITE LZA-DRUCKZEILE
172000     PERFORM VARYING H-TOP-RANG FROM 1 BY 1
172100             UNTIL H-TOP-RANG     > C-ANZ-TOP
172200       PERFORM VARYING H-PROG-IND FROM 1 BY 1
172300               UNTIL H-PROG-IND   > LZA-ANZ-PROGRAMME
172400         IF LZA-G-RANG (H-PROG-IND) = H-TOP-RANG
172500         THEN
172600           MOVE H-TOP-RANG        TO LZA-T-RANG
172700           MOVE LZA-G-PROGRAMM (H-PROG-IND)
172800                                  TO LZA-T-PROGRAMM
172900           MOVE LZA-G-WACHSTUM (H-PROG-IND)
173000                                  TO LZA-T-WACHSTUM
173100           COMPUTE LZA-T-MEDIAN ROUNDED =
173200                   LZA-G-MEDIAN (H-PROG-IND) / 60
173300           MOVE LZA-TOP           TO LZA-DRUCKZEILE
173400           WRITE LZA-DRUCKZEILE
173500         END-IF
173600       END-PERFORM
173700     END-PERFORM
173800     .
173900 4000-ANALYSE-1002.
174000 4000-ANALYSE-EXIT.
174100     EXIT.
174200/---------------------------------------------------------------*
174300* Berichtszeile eines Programms (Laufzeiten in Minuten)         *
174400*---------------------------------------------------------------*
174500 4100-PROGRAMM-ZEILE SECTION.
174600 4100-PROGRAMM-ZEILE-1001.
174700     IF LZA-G-ANZAHL (H-PROG-IND) = ZERO
174800     THEN
174900       GO TO 4100-PROGRAMM-ZEILE-EXIT
175000     END-IF
175100     INITIALIZE LZA-DETAIL
175200     MOVE LZA-G-PROGRAMM (H-PROG-IND)
175300                                  TO LZA-D-PROGRAMM
175400     MOVE LZA-G-ANZAHL (H-PROG-IND)
175500                                  TO LZA-D-ANZAHL
175600     COMPUTE LZA-D-MEDIAN ROUNDED =
175700             LZA-G-MEDIAN (H-PROG-IND) / 60
175800     COMPUTE LZA-D-P90 ROUNDED    =
175900             LZA-G-P90 (H-PROG-IND) / 60
176000     COMPUTE LZA-D-ERSTER ROUNDED =
176100             LZA-G-ERSTER (H-PROG-IND) / 60
176200     COMPUTE LZA-D-LETZTER ROUNDED =
176300             LZA-G-LETZTER (H-PROG-IND) / 60
176400     MOVE LZA-G-WACHSTUM (H-PROG-IND)
176500                                  TO LZA-D-WACHSTUM
176600     IF LZA-G-RANG (H-PROG-IND)   > ZERO
176700     THEN
176800       MOVE LZA-G-RANG (H-PROG-IND)
176900                                  TO LZA-D-RANG
177000     END-IF
177100     IF LZA-G-WACHSTUM-BEKANNT (H-PROG-IND)
177200        AND LZA-G-WACHSTUM (H-PROG-IND) NOT < H-GRENZE
177300     THEN
177400       MOVE "***"                 TO LZA-D-MARKE
177500     END-IF
177600     MOVE LZA-DETAIL              TO LZA-DRUCKZEILE
177700     WRITE LZA-DRUCKZEILE
177800     .
177900 4100-PROGRAMM-ZEILE-1002.
178000 4100-PROGRAMM-ZEILE-EXIT.
178100     EXIT.
178200/---------------------------------------------------------------*
178300* Laufart P: Ende der Kette hochrechnen. Beendete Schritte       *
178400* setzen die Uhr auf ihr tatsaechliches Ende; laufende und      *
178500* offene Schritte werden mit Median (erwartet) und 90.          *
178600* Perzentil (pessimistisch) fortgeschrieben, fruehestens ab     *
178700* jetzt                                                         *
178800*---------------------------------------------------------------*
178900 5000-PROGNOSE SECTION.
179000 5000-PROGNOSE-1001.
179100     MOVE H-TERMIN-HH             TO H-UHRZEIT-HH
179200     MOVE H-TERMIN-MI             TO H-UHRZEIT-MI
179300     MOVE H-UHRZEIT               TO LZA-KP-TERMIN
179400     MOVE H-PUFFER                TO LZA-KP-PUFFER
179500     MOVE LZA-KOPF-PROGNOSE       TO LZA-DRUCKZEILE
179600     WRITE LZA-DRUCKZEILE
179700     MOVE LZA-KOPF-SCHRITTE       TO LZA-DRUCKZEILE
179800     WRITE LZA-DRUCKZEILE
179900     MOVE H-SEK-JETZT             TO H-SEK-ERWARTET
180000                                     H-SEK-P90
180100     MOVE SPACE                   TO H-LETZTER-SCHRITT
180200     PERFORM 5100-SCHRITT         THRU 5100-SCHRITT-EXIT
180300             VARYING H-KETTE-IND FROM 1 BY 1
180400             UNTIL H-KETTE-IND    > LZA-ANZ-KETTE
180500*    Bewertung gegen den Termin
180600     EVALUATE TRUE
180700     WHEN H-SEK-ERWARTET + H-PUFFER * 60 > H-SEK-TERMIN
180800       MOVE "TERMIN GEFAEHRDET" TO H-BEWERTUNG
180900     WHEN H-SEK-P90               > H-SEK-TERMIN
181000       MOVE "TERMIN KNAPP"      TO H-BEWERTUNG
181100     WHEN OTHER
181200       MOVE "TERMIN HAELT"      TO H-BEWERTUNG
181300     END-EVALUATE
181400     INITIALIZE LZA-ERGEBNIS
181500     MOVE H-SEK-ERWARTET          TO H-SEK
181600     PERFORM 7200-UHRZEIT         THRU 7200-UHRZEIT-EXIT
181700     MOVE H-UHRZEIT               TO LZA-E-ERWARTET
181800     MOVE H-SEK-P90               TO H-SEK
181900     PERFORM 7200-UHRZEIT         THRU 7200-UHRZEIT-EXIT
182000     MOVE H-UHRZEIT               TO LZA-E-P90
182100     MOVE H-BEWERTUNG             TO LZA-E-BEWERTUNG
182200     MOVE SPACE                   TO LZA-DRUCKZEILE
182300     WRITE LZA-DRUCKZEILE
182400     MOVE LZA-ERGEBNIS            TO LZA-DRUCKZEILE
182500     WRITE LZA-DRUCKZEILE
182600     IF H-SEK-ERWARTET + H-PUFFER * 60 > H-SEK-TERMIN
182700     THEN
182800       PERFORM 5200-BENACHRICHTIGEN
182900                                THRU 5200-BENACHRICHTIGEN-EXIT
183000     END-IF
183100     .
183200 5000-PROGNOSE-1002.
183300 5000-PROGNOSE-EXIT.
183400     EXIT.
183500/---------------------------------------------------------------*
183600* Einen Kettenschritt fortschreiben und ausweisen               *
183700*---------------------------------------------------------------*
183800 5100-SCHRITT SECTION.
183900 5100-SCHRITT-1001.
184000     INITIALIZE LZA-SCHRITT
184100     MOVE LZA-KETTE-PROGRAMM (H-KETTE-IND)
184200                                  TO H-PROGRAMM
184300                                     LZA-S-PROGRAMM
184400     PERFORM 7100-PROG-SUCHEN     THRU 7100-PROG-SUCHEN-EXIT
184500     IF H-PROG-IND                = ZERO
184600     THEN
184700       MOVE "UEBERLAUF"           TO LZA-S-STATUS
184800       PERFORM 5110-SCHRITT-AUSGEBEN
184900                                THRU 5110-SCHRITT-AUSGEBEN-EXIT
185000       GO TO 5100-SCHRITT-EXIT
185100     END-IF
185200     EVALUATE TRUE
185300     WHEN LZA-G-H-BEENDET (H-PROG-IND)
185400       MOVE "BEENDET"             TO LZA-S-STATUS
185500       MOVE LZA-G-H-ENDE (H-PROG-IND)
185600                                  TO H-SEK-ERWARTET
185700                                     H-SEK-P90
185800       MOVE H-PROGRAMM            TO H-LETZTER-SCHRITT
185900     WHEN LZA-G-H-LAEUFT (H-PROG-IND)
186000       MOVE "LAEUFT"              TO LZA-S-STATUS
186100       COMPUTE H-SEK-ERWARTET     = LZA-G-H-START (H-PROG-IND)
186200                                  + LZA-G-MEDIAN (H-PROG-IND)
186300       COMPUTE H-SEK-P90          = LZA-G-H-START (H-PROG-IND)
186400                                  + LZA-G-P90 (H-PROG-IND)
186500       IF H-SEK-ERWARTET          < H-SEK-JETZT
186600       THEN
186700         MOVE H-SEK-JETZT         TO H-SEK-ERWARTET
186800       END-IF
186900       IF H-SEK-P90               < H-SEK-JETZT
187000       THEN
187100         MOVE H-SEK-JETZT         TO H-SEK-P90
187200       END-IF
187300     WHEN OTHER
187400       MOVE "OFFEN"               TO LZA-S-STATUS
187500       IF H-SEK-ERWARTET          < H-SEK-JETZT
187600       THEN
187700         MOVE H-SEK-JETZT         TO H-SEK-ERWARTET
187800       END-IF
187900       IF H-SEK-P90               < H-SEK-JETZT
188000       THEN
188100         MOVE H-SEK-JETZT         TO H-SEK-P90
188200       END-IF
188300       ADD LZA-G-MEDIAN (H-PROG-IND)
188400                                  TO H-SEK-ERWARTET
188500       ADD LZA-G-P90 (H-PROG-IND) TO H-SEK-P90
188600     END-EVALUATE
188700     IF LZA-G-ANZAHL (H-PROG-IND) = ZERO
188800        AND NOT LZA-G-H-BEENDET (H-PROG-IND)
188900     THEN
189000       MOVE "OHNE HISTORIE"       TO LZA-S-STATUS
189100     END-IF
189200     IF NOT LZA-G-H-OFFEN (H-PROG-IND)
189300     THEN
189400       MOVE LZA-G-H-START (H-PROG-IND)
189500                                  TO H-SEK
189600       PERFORM 7200-UHRZEIT       THRU 7200-UHRZEIT-EXIT
189700       MOVE H-UHRZEIT             TO LZA-S-START
189800     END-IF
189900     IF LZA-G-H-BEENDET (H-PROG-IND)
190000     THEN
190100       MOVE LZA-G-H-ENDE (H-PROG-IND)
190200                                  TO H-SEK
190300       PERFORM 7200-UHRZEIT       THRU 7200-UHRZEIT-EXIT
190400       MOVE H-UHRZEIT             TO LZA-S-ENDE
190500     END-IF
190600     PERFORM 5110-SCHRITT-AUSGEBEN
190700                                THRU 5110-SCHRITT-AUSGEBEN-EXIT
190800     .
190900 5100-SCHRITT-1002.
191000 5100-SCHRITT-EXIT.
191100     EXIT.
191200/---------------------------------------------------------------*
191300* Kettenschritt mit erwartetem und pessimistischem Ende drucken *
191400*---------------------------------------------------------------*
191500 5110-SCHRITT-AUSGEBEN SECTION.
191600 5110-SCHRITT-AUSGEBEN-1001.
191700     MOVE H-SEK-ERWARTET          TO H-SEK
191800     PERFORM 7200-UHRZEIT         THRU 7200-UHRZEIT-EXIT
191900     MOVE H-UHRZEIT               TO LZA-S-ERWARTET
192000     MOVE H-SEK-P90               TO H-SEK
192100     PERFORM 7200-UHRZEIT         THRU 7200-UHRZEIT-EXIT
192200     MOVE H-UHRZEIT               TO LZA-S-P90
192300     MOVE LZA-SCHRITT             TO LZA-DRUCKZEILE
192400     WRITE LZA-DRUCKZEILE
192500     .
192600 5110-SCHRITT-AUSGEBEN-1002.
192700 5110-SCHRITT-AUSGEBEN-EXIT.
192800     EXIT.
192900/---------------------------------------------------------------*
193000* Fruehwarnung an den Betrieb ueber AKANOTI                     *
193100*---------------------------------------------------------------*
193200 5200-BENACHRICHTIGEN SECTION.
193300 5200-BENACHRICHTIGEN-1001.
193400     INITIALIZE KAINOTI1-EINGABEBEREICH
193500     SET KAINOTI1-KANAL-MAIL      TO TRUE
193600     MOVE "KA02RG"                TO KAINOTI1-EREIGNIS-OBJEKT
193700     MOVE C-AKALZA                TO KAINOTI1-AUSLOESER
193800     MOVE H-EMPFAENGER            TO KAINOTI1-EMPFAENGER
193900     SET KAINOTI1-ESKALATION-NEIN TO TRUE
194000     IF H-LETZTER-SCHRITT         = SPACE
194100     THEN
194200       MOVE "KETTENSTART"         TO H-LETZTER-SCHRITT
194300     END-IF
194400     MOVE SPACE                   TO H-MELDUNGSTEXT
194500     STRING "Nachtkette: Termin "  DELIMITED BY SIZE
194600            LZA-KP-TERMIN         DELIMITED BY SIZE
194700            " gefaehrdet, Prognose Ende " DELIMITED BY SIZE
194800            LZA-E-ERWARTET        DELIMITED BY SIZE
194900            " (P90 "              DELIMITED BY SIZE
195000            LZA-E-P90             DELIMITED BY SIZE
195100            ") nach "             DELIMITED BY SIZE
195200            H-LETZTER-SCHRITT     DELIMITED BY SPACE
195300       INTO H-MELDUNGSTEXT
195400     END-STRING
195500     MOVE H-MELDUNGSTEXT          TO KAINOTI1-MELDUNGSTEXT
195600     CALL "AKANOTI"
195700     USING C-FUNKTION-BENACHRICHTIGEN
195800           C-KONFIG-ID-KA
195900           C-OBJEKT-KA-NOTI
196000           GSOVER-VERSTAENDIGUNGSBEREICH
196100           KAINOTI1-EINGABEBEREICH
196200           DUMMY
196300           DUMMY
196400     END-CALL
196500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
196600     .
196700 5200-BENACHRICHTIGEN-1002.
196800 5200-BENACHRICHTIGEN-EXIT.
196900     EXIT.
197000/---------------------------------------------------------------*
197100* Zeitstempel H-TS (JJJJMMTTHHMISS) in Sekunden H-SEK           *
197200*---------------------------------------------------------------*
197300 7000-SEKUNDEN SECTION.
197400 7000-SEKUNDEN-1001.
197500     COMPUTE H-TAGE               =
197600             FUNCTION INTEGER-OF-DATE (H-TS-DATUM)
197700     COMPUTE H-SEK                = H-TAGE * C-SEK-TAG
197800             + H-TS-HH * 3600 + H-TS-MI * 60 + H-TS-SS
197900     .
198000 7000-SEKUNDEN-1002.
198100 7000-SEKUNDEN-EXIT.
198200     EXIT.
198300/---------------------------------------------------------------*
198400* Programm H-PROGRAMM in der Programmtabelle suchen, bei Bedarf *
198500* aufnehmen (H-PROG-IND = 0: Tabelle voll)                      *
198600*---------------------------------------------------------------*
198700 7100-PROG-SUCHEN SECTION.
198800 7100-PROG-SUCHEN-1001.
198900     PERFORM VARYING H-PROG-IND FROM 1 BY 1
199000             UNTIL H-PROG-IND     > LZA-ANZ-PROGRAMME
199100       IF LZA-G-PROGRAMM (H-PROG-IND) = H-PROGRAMM
199200       THEN
199300         GO TO 7100-PROG-SUCHEN-EXIT
199400       END-IF
199500     END-PERFORM
199600     IF LZA-ANZ-PROGRAMME         NOT < C-MAX-PROGRAMME
199700     THEN
199800       MOVE ZERO                  TO H-PROG-IND
199900       GO TO 7100-PROG-SUCHEN-EXIT
200000     END-IF
200100     ADD C-1                      TO LZA-ANZ-PROGRAMME
200200     MOVE LZA-ANZ-PROGRAMME       TO H-PROG-IND
200300     INITIALIZE LZA-PROG (H-PROG-IND)
200400     MOVE H-PROGRAMM              TO LZA-G-PROGRAMM (H-PROG-IND)
200500     .
200600 7100-PROG-SUCHEN-1002.
200700 7100-PROG-SUCHEN-EXIT.
200800     EXIT.
200900/---------------------------------------------------------------*
201000* Sekunden H-SEK als Uhrzeit HH:MI                              *
201100*---------------------------------------------------------------*
201200 7200-UHRZEIT SECTION.
201300 7200-UHRZEIT-1001.
201400     DIVIDE H-SEK                 BY C-SEK-TAG
201500            GIVING H-TAGE         REMAINDER H-SEK-TAGESZEIT
201600     DIVIDE H-SEK-TAGESZEIT       BY 3600
201700            GIVING H-UHR-HH       REMAINDER H-UHR-REST
201800     DIVIDE H-UHR-REST            BY 60
201900            GIVING H-UHR-MI
202000     MOVE H-UHR-HH                TO H-UHRZEIT-HH
202100     MOVE H-UHR-MI                TO H-UHRZEIT-MI
202200     .
202300 7200-UHRZEIT-1002.
202400 7200-UHRZEIT-EXIT.
202500     EXIT.
202600/---------------------------------------------------------------*
202700* Programmende: Summen                                          *
202800*---------------------------------------------------------------*
202900 9999-EXIT SECTION.
203000 9999-EXIT-1001.
203100     INITIALIZE LZA-ENDE
203200     MOVE LZA-ANZ-LAEUFE          TO LZA-X-LAEUFE
203300     MOVE LZA-ANZ-PROGRAMME       TO LZA-X-PROGRAMME
203400     MOVE H-ANZ-VERWORFEN         TO LZA-X-VERWORFEN
203500     MOVE SPACE                   TO LZA-DRUCKZEILE
203600     WRITE LZA-DRUCKZEILE
203700     MOVE LZA-ENDE                TO LZA-DRUCKZEILE
203800     WRITE LZA-DRUCKZEILE
203900     CLOSE LZAAUS
204000     .
204100 9999-EXIT-1002.
204200 9999-EXIT-EXIT.
204300     EXIT.
