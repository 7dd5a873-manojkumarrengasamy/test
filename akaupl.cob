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
000160*@Titel         : Ultimo-Planer Monats-, Quartals- und Jahresultimo
000160*@Elementname   : akaupl.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Ultimo-Planer                             *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Planung und Erfolgskontrolle der Ultimo-Laeufe (Monats-, *
001800* Quartals- und Jahresultimo) AKAFXR, AKARST, AKACRT,      *
001900* AKAMWE, AKAVSD, AKAZIF, AKAZST, AKAORF, AKAABR, AKAJEX,  *      D02
001901* Kapazitaetsprognose AKACAP.                              *      D02
002000* Je Programm (bei AKACRT je Modus als Variante) gilt eine *
002100* Regel aus Rhythmus (M/Q/J) und Geschaeftstag: Tag 00 =   *
002200* letzter Geschaeftstag des Ultimomonats, Tag nn = nn-ter  *
002300* Geschaeftstag des Folgemonats (Kalender ueber AKAFTG).   *
002400* Regeln koennen in UPLPARM (Satzart R) geaendert oder     *
002500* ausgesetzt werden.                                       *
002600* Modus P (Planung, Vorgabe, Laufdatum Vorgabe heute):     *
002700* fuer jedes am Laufdatum faellige Programm wird dessen    *
002800* Parameterdatei mit dem Berichtszeitraum geschrieben      *
002900* (stehende Werte wie Schwellen bleiben erhalten), eine    *
003000* Planzeile im Aufbau von CUPPLAN nach UPLPLAN und in die  *
003100* Planhistorie UPLHIST geschrieben.                        *
003200* Modus B (Bericht, Datum im Ultimomonat, Vorgabe Vormonat)*
003300* prueft je anwendbarer Regel Planung (UPLHIST) und Lauf   *
003400* (zentrales Laufregister, Zeilenscan KA03AKRG) und weist  *
003500* aus: GELAUFEN, MIT FEHLERN, ABGEBROCHEN (Start ohne      *
003600* Endemeldung), NICHT GELAUFEN, NICHT GEPLANT, AUSGESETZT  *
003700* oder NOCH NICHT FAELLIG.                                 *
003800*@E-ELEMENTBESCHREIBUNG                                    *
003900*                                                          *
004000*@A-MODULAUFRUF                                            *
004100* AKAFTG  : Geschaeftstage-Ermittlung                      *
004200*@E-MODULAUFRUF                                            *
004300*                                                          *
004400*@A-COBOL-COPY                                             *
004500* Benoetigte COBOL-Copies:                                 *
004600* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004700* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004800* CKA0AKRG   : ZEILENSCAN KA03AKRG                         *
004900* CKAIFTG1   : EINGABEBEREICH AKAFTG                       *
005000* CKAOFTG1   : AUSGABEBEREICH AKAFTG                       *
005100*@E-COBOL-COPY                                             *
005200*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58809                                               *      D01
090052*     Neuanlage - Ultimo-Planer: faellige Ultimo-Laeufe    *      D01
090053*     nach Geschaeftstagekalender bestimmen, Parameter und *      D01
090054*     Laufplan schreiben, Erledigung ueber Laufregister.   *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
090057* D02 R58811                                               *      D02
090058*     Monatlicher Lauf der Kapazitaetsprognose AKACAP      *      D02
090059*     (Regel M02, Parameterdatei CAPPARM mit               *      D02
09005A*     Berichtsmonat) in den Ultimo-Plan aufgenommen.       *      D02
09005B*     Datum: 15.10.2026                          NKZ: KLM  *      D02
09005C*                                                          *      D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAUPL.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT UPLPARM               ASSIGN TO "UPLPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300     SELECT UPLPLAN               ASSIGN TO "UPLPLAN"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500     SELECT UPLHIST               ASSIGN TO "UPLHIST"
101600                                  ORGANIZATION IS LINE SEQUENTIAL
101700                                  FILE STATUS IS H-HIST-FS.
101800     SELECT UPLAUS                ASSIGN TO "UPLAUS"
101900                                  ORGANIZATION IS LINE SEQUENTIAL.
102000     SELECT FXRPARM               ASSIGN TO "FXRPARM"
102100                                  ORGANIZATION IS LINE SEQUENTIAL
102200                                  FILE STATUS IS H-ZIEL-FS.
102300     SELECT RSTPARM               ASSIGN TO "RSTPARM"
102400                                  ORGANIZATION IS LINE SEQUENTIAL
102500                                  FILE STATUS IS H-ZIEL-FS.
102600     SELECT CRTPARM               ASSIGN TO "CRTPARM"
102700                                  ORGANIZATION IS LINE SEQUENTIAL
102800                                  FILE STATUS IS H-ZIEL-FS.
102900     SELECT MWEPARM               ASSIGN TO "MWEPARM"
103000                                  ORGANIZATION IS LINE SEQUENTIAL
103100                                  FILE STATUS IS H-ZIEL-FS.
103200     SELECT VSDPARM               ASSIGN TO "VSDPARM"
103300                                  ORGANIZATION IS LINE SEQUENTIAL
103400                                  FILE STATUS IS H-ZIEL-FS.
103500     SELECT ZIFPARM               ASSIGN TO "ZIFPARM"
103600                                  ORGANIZATION IS LINE SEQUENTIAL
103700                                  FILE STATUS IS H-ZIEL-FS.
103800     SELECT ZSTPARM               ASSIGN TO "ZSTPARM"
103900                                  ORGANIZATION IS LINE SEQUENTIAL
104000                                  FILE STATUS IS H-ZIEL-FS.
104100     SELECT ORFPARM               ASSIGN TO "ORFPARM"
104200                                  ORGANIZATION IS LINE SEQUENTIAL
104300                                  FILE STATUS IS H-ZIEL-FS.
104400     SELECT ABRPARM               ASSIGN TO "ABRPARM"
104500                                  ORGANIZATION IS LINE SEQUENTIAL
104600                                  FILE STATUS IS H-ZIEL-FS.
104700     SELECT JEXPARM               ASSIGN TO "JEXPARM"
104800                                  ORGANIZATION IS LINE SEQUENTIAL
104900                                  FILE STATUS IS H-ZIEL-FS.
104901     SELECT CAPPARM               ASSIGN TO "CAPPARM"             D02
104902                                  ORGANIZATION IS LINE SEQUENTIAL D02
104903                                  FILE STATUS IS H-ZIEL-FS.       D02
105000 DATA DIVISION.
105100 FILE SECTION.
105200 FD  UPLPARM
105300     RECORDING MODE IS F.
105400*    Satzart S: Steuerung, Satzart R: Regel aendern
105500 01  UPL-PARM-STEUERUNG.
105600     05 UPL-P-SATZART             PIC X(001).
105700        88 UPL-P-STEUERUNG        VALUE "S".
105800        88 UPL-P-REGEL            VALUE "R".
105900     05 FILLER                    PIC X(001).
106000     05 UPL-P-MODUS               PIC X(001).
106100     05 FILLER                    PIC X(001).
106200     05 UPL-P-DATUM               PIC X(008).
106300     05 FILLER                    PIC X(068).
106400 01  UPL-PARM-REGEL.
106500     05 FILLER                    PIC X(002).
106600     05 UPL-P-PROGRAMM            PIC X(008).
106700     05 FILLER                    PIC X(001).
106800     05 UPL-P-VARIANTE            PIC X(001).
106900     05 FILLER                    PIC X(001).
107000     05 UPL-P-RHYTHMUS            PIC X(001).
107100     05 FILLER                    PIC X(001).
107200     05 UPL-P-TAG                 PIC X(002).
107300     05 FILLER                    PIC X(001).
107400     05 UPL-P-AKTIV               PIC X(001).
107500     05 FILLER                    PIC X(061).
107600 FD  UPLPLAN
107700     RECORDING MODE IS F.
107800 01  UPL-PLAN-ZEILE               PIC X(040).
107900 FD  UPLHIST
108000     RECORDING MODE IS F.
108100 01  UPL-HIST-SATZ.
108200     05 UPL-HS-PROGRAMM           PIC X(008).
108300     05 FILLER                    PIC X(001).
108400     05 UPL-HS-LAUFDATUM          PIC 9(008).
108500     05 FILLER                    PIC X(003).
108600     05 UPL-HS-PERIODE-ENDE       PIC 9(008).
108700     05 FILLER                    PIC X(001).
108800     05 UPL-HS-VARIANTE           PIC X(001).
108900     05 FILLER                    PIC X(010).
109000 FD  UPLAUS
109100     RECORDING MODE IS F.
109200 01  UPL-DRUCKZEILE               PIC X(130).
109300 FD  FXRPARM
109400     RECORDING MODE IS F.
109500 01  UPL-FXRPARM-SATZ             PIC X(080).
109600 FD  RSTPARM
109700     RECORDING MODE IS F.
109800 01  UPL-RSTPARM-SATZ             PIC X(080).
109900 FD  CRTPARM
110000     RECORDING MODE IS F.
110100 01  UPL-CRTPARM-SATZ             PIC X(080).
110200 FD  MWEPARM
110300     RECORDING MODE IS F.
110400 01  UPL-MWEPARM-SATZ             PIC X(080).
110500 FD  VSDPARM
110600     RECORDING MODE IS F.
110700 01  UPL-VSDPARM-SATZ             PIC X(080).
110800 FD  ZIFPARM
110900     RECORDING MODE IS F.
111000 01  UPL-ZIFPARM-SATZ             PIC X(080).
111100 FD  ZSTPARM
111200     RECORDING MODE IS F.
111300 01  UPL-ZSTPARM-SATZ             PIC X(080).
111400 FD  ORFPARM
111500     RECORDING MODE IS F.
111600 01  UPL-ORFPARM-SATZ             PIC X(080).
111700 FD  ABRPARM
111800     RECORDING MODE IS F.
111900 01  UPL-ABRPARM-SATZ             PIC X(080).
112000 FD  JEXPARM
112100     RECORDING MODE IS F.
112200 01  UPL-JEXPARM-SATZ             PIC X(080).
112201 FD  CAPPARM                                                      D02
112202     RECORDING MODE IS F.                                         D02
112203 01  UPL-CAPPARM-SATZ             PIC X(080).                     D02
112300*---------------------------------------------------------------*
112400* WORKING-STORAGE-Section                                       *
112500*---------------------------------------------------------------*
112600 WORKING-STORAGE SECTION.
112700 01  VERS-INF.
112800     05  FILLER PIC X(13) VALUE "ELEM=akaupl  ".
112900     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
113000/---------------------------------------------------------------*
113100* Konstanten                                                    *
113200*---------------------------------------------------------------*
113300 01  GS-KONSTANTEN.
113400     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
113500     20 C-OBJEKT-TAB-KA03AKRG     PIC X(009) VALUE "KA03AKRG".
113600     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
113700     20 C-OBJEKT-KA-FTG           PIC X(020) VALUE "AKAFTG".
113800     20 C-01-STD-ANZ-GESCHAEFTSTAGE
113900                                  PIC X(040) VALUE
114000                                  "01-STD-ANZ-GESCHAEFTSTAGE".
114100     20 C-MODUS-PLANUNG           PIC X(001) VALUE "P".
114200     20 C-MODUS-BERICHT           PIC X(001) VALUE "B".
114300     20 C-PGM-AKAFXR              PIC X(008) VALUE "AKAFXR".
114400     20 C-PGM-AKARST              PIC X(008) VALUE "AKARST".
114500     20 C-PGM-AKACRT              PIC X(008) VALUE "AKACRT".
114600     20 C-PGM-AKAMWE              PIC X(008) VALUE "AKAMWE".
114700     20 C-PGM-AKAVSD              PIC X(008) VALUE "AKAVSD".
114800     20 C-PGM-AKAZIF              PIC X(008) VALUE "AKAZIF".
114900     20 C-PGM-AKAZST              PIC X(008) VALUE "AKAZST".
115000     20 C-PGM-AKAORF              PIC X(008) VALUE "AKAORF".
115100     20 C-PGM-AKAABR              PIC X(008) VALUE "AKAABR".
115200     20 C-PGM-AKAJEX              PIC X(008) VALUE "AKAJEX".
115201     20 C-PGM-AKACAP              PIC X(008) VALUE "AKACAP".      D02
115300     20 C-MAX-HIST                PIC 9(003) VALUE 100.
115400     20 C-MAX-ABGEWIESEN          PIC 9(002) VALUE 10.
115500     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
115600/---------------------------------------------------------------*
115700* Regeln je Ultimo-Programm: Programm, Variante, Rhythmus       *
115800* (M = Monat, Q = Quartal, J = Jahr), Geschaeftstag (00 =       *
115900* letzter Geschaeftstag des Ultimomonats, nn = nn-ter           *
116000* Geschaeftstag des Folgemonats), aktiv (J/N)                   *
116100*---------------------------------------------------------------*
116200 01  UPL-REGELN.
116300     05 FILLER PIC X(013) VALUE "AKAFXR   M01J".
116400     05 FILLER PIC X(013) VALUE "AKARST   M01J".
116500     05 FILLER PIC X(013) VALUE "AKACRT  AM01J".
116600     05 FILLER PIC X(013) VALUE "AKACRT  RM10J".
116700     05 FILLER PIC X(013) VALUE "AKAMWE   Q02J".
116800     05 FILLER PIC X(013) VALUE "AKAVSD   Q01J".
116900     05 FILLER PIC X(013) VALUE "AKAZIF   Q02J".
117000     05 FILLER PIC X(013) VALUE "AKAZST   Q03J".
117100     05 FILLER PIC X(013) VALUE "AKAORF   M02J".
117200     05 FILLER PIC X(013) VALUE "AKAABR   J03J".
117300     05 FILLER PIC X(013) VALUE "AKAJEX   J01J".
117301     05 FILLER PIC X(013) VALUE "AKACAP   M02J".                  D02
117400 01  UPL-REGEL-TAB REDEFINES UPL-REGELN.
117500     05 UPL-REGEL                 OCCURS 12.                      D02
117600        10 UPL-R-PROGRAMM         PIC X(008).
117700        10 UPL-R-VARIANTE         PIC X(001).
117800        10 UPL-R-RHYTHMUS         PIC X(001).
117900           88 UPL-R-MONAT         VALUE "M".
118000           88 UPL-R-QUARTAL       VALUE "Q".
118100           88 UPL-R-JAHR          VALUE "J".
118200        10 UPL-R-TAG              PIC 9(002).
118300        10 UPL-R-AKTIV            PIC X(001).
118400           88 UPL-R-AUSGESETZT    VALUE "N".
118500 01  C-ANZ-REGELN                 PIC 9(002) VALUE 12.            D02
118600/---------------------------------------------------------------*
118700* Parameterdatei des faelligen Programms (Aufbau wie im         *
118800* jeweiligen Programm)                                          *
118900*---------------------------------------------------------------*
119000 01  UPL-PARM-PUFFER              PIC X(080).
119100 01  UPL-FXR REDEFINES UPL-PARM-PUFFER.
119200     05 UPL-FXR-STICHTAG          PIC 9(008).
119300     05 FILLER                    PIC X(001).
119400     05 UPL-FXR-VOR-STICHTAG      PIC 9(008).
119500     05 FILLER                    PIC X(063).
119600 01  UPL-RST REDEFINES UPL-PARM-PUFFER.
119700     05 UPL-RST-LAUFDATUM         PIC 9(008).
119800     05 FILLER                    PIC X(001).
119900     05 UPL-RST-TAGE-1            PIC 9(003).
120000     05 FILLER                    PIC X(001).
120100     05 UPL-RST-PROZENT-1         PIC 9(003).
120200     05 FILLER                    PIC X(001).
120300     05 UPL-RST-TAGE-2            PIC 9(003).
120400     05 FILLER                    PIC X(001).
120500     05 UPL-RST-PROZENT-2         PIC 9(003).
120600     05 FILLER                    PIC X(056).
120700 01  UPL-CRT REDEFINES UPL-PARM-PUFFER.
120800     05 UPL-CRT-MODUS             PIC X(001).
120900     05 FILLER                    PIC X(001).
121000     05 UPL-CRT-PERIODE           PIC 9(006).
121100     05 FILLER                    PIC X(072).
121200 01  UPL-MWE REDEFINES UPL-PARM-PUFFER.
121300     05 UPL-MWE-STICHTAG          PIC 9(008).
121400     05 FILLER                    PIC X(072).
121500 01  UPL-VSD REDEFINES UPL-PARM-PUFFER.
121600     05 UPL-VSD-DATUM-VON         PIC 9(008).
121700     05 FILLER                    PIC X(001).
121800     05 UPL-VSD-DATUM-BIS         PIC 9(008).
121900     05 FILLER                    PIC X(063).
122000 01  UPL-ZIF REDEFINES UPL-PARM-PUFFER.
122100     05 UPL-ZIF-PERIODE           PIC 9(006).
122200     05 FILLER                    PIC X(001).
122300     05 UPL-ZIF-BAGATELLE         PIC 9(007)V9(002).
122400     05 FILLER                    PIC X(064).
122500 01  UPL-ZST REDEFINES UPL-PARM-PUFFER.
122600     05 UPL-ZST-DATUM-VON         PIC 9(008).
122700     05 FILLER                    PIC X(001).
122800     05 UPL-ZST-DATUM-BIS         PIC 9(008).
122900     05 FILLER                    PIC X(001).
123000     05 UPL-ZST-SCHWELLE          PIC 9(007)V9(002).
123100     05 FILLER                    PIC X(053).
123200 01  UPL-ORF REDEFINES UPL-PARM-PUFFER.
123300     05 UPL-ORF-MONAT             PIC 9(006).
123400     05 FILLER                    PIC X(001).
123500     05 UPL-ORF-SCHWELLE          PIC 9(013).
123600     05 FILLER                    PIC X(060).
123700 01  UPL-ABR REDEFINES UPL-PARM-PUFFER.
123800     05 UPL-ABR-JAHR              PIC 9(004).
123900     05 FILLER                    PIC X(076).
124000 01  UPL-JEX REDEFINES UPL-PARM-PUFFER.
124100     05 UPL-JEX-STICHTAG          PIC 9(008).
124200     05 FILLER                    PIC X(001).
124300     05 UPL-JEX-STICHPROBE-N      PIC 9(003).
124400     05 FILLER                    PIC X(068).
124401 01  UPL-CAP REDEFINES UPL-PARM-PUFFER.                           D02
124402     05 UPL-CAP-MONAT             PIC 9(006).                     D02
124403     05 FILLER                    PIC X(001).                     D02
124404     05 UPL-CAP-HV-SCHWELLE       PIC 9(009).                     D02
124405     05 FILLER                    PIC X(001).                     D02
124406     05 UPL-CAP-TAB-GRENZE        PIC 9(011).                     D02
124407     05 FILLER                    PIC X(001).                     D02
124408     05 UPL-CAP-TOLERANZ          PIC 9(003).                     D02
124409     05 FILLER                    PIC X(048).                     D02
124500/---------------------------------------------------------------*
124600* Planzeile UPLPLAN / UPLHIST (Programm, Laufdatum und          *
124700* Erledigt-Kennzeichen wie CUPPLAN)                             *
124800*---------------------------------------------------------------*
124900 01  UPL-PLAN-DETAIL.
125000     05 UPL-PL-PROGRAMM           PIC X(008).
125100     05 FILLER                    PIC X(001) VALUE SPACE.
125200     05 UPL-PL-LAUFDATUM          PIC 9(008).
125300     05 FILLER                    PIC X(001) VALUE SPACE.
125400     05 UPL-PL-ERLEDIGT-KZ        PIC X(001) VALUE SPACE.
125500     05 FILLER                    PIC X(001) VALUE SPACE.
125600     05 UPL-PL-PERIODE-ENDE       PIC 9(008).
125700     05 FILLER                    PIC X(001) VALUE SPACE.
125800     05 UPL-PL-VARIANTE           PIC X(001).
125900     05 FILLER                    PIC X(001) VALUE SPACE.
126000     05 UPL-PL-RHYTHMUS           PIC X(001).
126100     05 FILLER                    PIC X(008) VALUE SPACE.
126200/---------------------------------------------------------------*
126300* Berichtszeilen UPLAUS                                         *
126400*---------------------------------------------------------------*
126500 01  UPL-KOPF-PLANUNG.
126600     05 FILLER                    PIC X(026) VALUE
126700        "ULTIMO-PLANUNG LAUFDATUM: ".
126800     05 UPL-KP-LAUFDATUM          PIC 9(008).
126900     05 FILLER                    PIC X(020) VALUE
127000        "   GESCHAEFTSTAG NR:".
127100     05 UPL-KP-GT-NR              PIC ZZ9.
127200     05 FILLER                    PIC X(026) VALUE
127300        "   LETZTER GESCHAEFTSTAG: ".
127400     05 UPL-KP-LETZTER-GT         PIC X(001).
127500     05 FILLER                    PIC X(046) VALUE SPACE.
127600 01  UPL-KOPF-PLAN-SPALTEN        PIC X(130) VALUE
127700     "PROGRAMM  V  R  VON         BIS       PARAMETER  HINWEIS".
127800 01  UPL-PLAN-ZEILE-AUS.
127900     05 UPL-PA-PROGRAMM           PIC X(008).
128000     05 FILLER                    PIC X(002) VALUE SPACE.
128100     05 UPL-PA-VARIANTE           PIC X(001).
128200     05 FILLER                    PIC X(002) VALUE SPACE.
128300     05 UPL-PA-RHYTHMUS           PIC X(001).
128400     05 FILLER                    PIC X(002) VALUE SPACE.
128500     05 UPL-PA-VON                PIC 9(008).
128600     05 FILLER                    PIC X(004) VALUE SPACE.
128700     05 UPL-PA-BIS                PIC 9(008).
128800     05 FILLER                    PIC X(002) VALUE SPACE.
128900     05 UPL-PA-PARM-DATEI         PIC X(008).
129000     05 FILLER                    PIC X(003) VALUE SPACE.
129100     05 UPL-PA-HINWEIS            PIC X(040).
129200     05 FILLER                    PIC X(041) VALUE SPACE.
129300 01  UPL-KOPF-BERICHT.
129400     05 FILLER                    PIC X(026) VALUE
129500        "ULTIMO-KONTROLLE PERIODE: ".
129600     05 UPL-KB-PERIODE            PIC 9(006).
129700     05 FILLER                    PIC X(017) VALUE
129800        "   STAND VOM:    ".
129900     05 UPL-KB-HEUTE              PIC 9(008).
130000     05 FILLER                    PIC X(073) VALUE SPACE.
130100 01  UPL-KOPF-BER-SPALTEN.
130200     05 FILLER                    PIC X(038) VALUE
130300        "PROGRAMM  V  R  PLANDATUM  LAUFDATUM  ".
130400     05 FILLER                    PIC X(053) VALUE
130500        "STATUS                GELESEN  GESCHRIEBEN     FEHLER".
130600     05 FILLER                    PIC X(039) VALUE SPACE.
130700 01  UPL-BER-ZEILE.
130800     05 UPL-BA-PROGRAMM           PIC X(008).
130900     05 FILLER                    PIC X(002) VALUE SPACE.
131000     05 UPL-BA-VARIANTE           PIC X(001).
131100     05 FILLER                    PIC X(002) VALUE SPACE.
131200     05 UPL-BA-RHYTHMUS           PIC X(001).
131300     05 FILLER                    PIC X(002) VALUE SPACE.
131400     05 UPL-BA-PLANDATUM          PIC X(008).
131500     05 FILLER                    PIC X(003) VALUE SPACE.
131600     05 UPL-BA-LAUFDATUM          PIC X(008).
131700     05 FILLER                    PIC X(003) VALUE SPACE.
131800     05 UPL-BA-STATUS             PIC X(018).
131900     05 FILLER                    PIC X(002) VALUE SPACE.
132000     05 UPL-BA-GELESEN            PIC Z(008)9.
132100     05 FILLER                    PIC X(004) VALUE SPACE.
132200     05 UPL-BA-GESCHRIEBEN        PIC Z(008)9.
132300     05 FILLER                    PIC X(002) VALUE SPACE.
132400     05 UPL-BA-FEHLER             PIC Z(008)9.
132500     05 FILLER                    PIC X(039) VALUE SPACE.
132600 01  UPL-HINWEIS-ZEILE.
132700     05 FILLER                    PIC X(009) VALUE "HINWEIS: ".
132800     05 UPL-HW-TEXT               PIC X(040).
132900     05 UPL-HW-PROGRAMM           PIC X(008).
133000     05 FILLER                    PIC X(001) VALUE SPACE.
133100     05 UPL-HW-VARIANTE           PIC X(001).
133200     05 FILLER                    PIC X(071) VALUE SPACE.
133300 01  UPL-ENDE-PLANUNG.
133400     05 FILLER                    PIC X(020) VALUE
133500        "FAELLIGE PROGRAMME: ".
133600     05 UPL-EP-FAELLIG            PIC Z(004)9.
133700     05 FILLER                    PIC X(033) VALUE
133800        "  PARAMETERDATEIEN NEU ANGELEGT: ".
133900     05 UPL-EP-NEU                PIC Z(004)9.
134000     05 FILLER                    PIC X(067) VALUE SPACE.
134100 01  UPL-ENDE-BERICHT.
134200     05 FILLER                    PIC X(010) VALUE "GELAUFEN: ".
134300     05 UPL-EB-GELAUFEN           PIC Z(003)9.
134400     05 FILLER                    PIC X(015) VALUE
134500        "  MIT FEHLERN: ".
134600     05 UPL-EB-FEHLER             PIC Z(003)9.
134700     05 FILLER                    PIC X(015) VALUE
134800        "  ABGEBROCHEN: ".
134900     05 UPL-EB-ABGEBROCHEN        PIC Z(003)9.
135000     05 FILLER                    PIC X(018) VALUE
135100        "  NICHT GELAUFEN: ".
135200     05 UPL-EB-NICHT-GELAUFEN     PIC Z(003)9.
135300     05 FILLER                    PIC X(017) VALUE
135400        "  NICHT GEPLANT: ".
135500     05 UPL-EB-NICHT-GEPLANT      PIC Z(003)9.
135600     05 FILLER                    PIC X(014) VALUE
135700        "  AUSGESETZT: ".
135800     05 UPL-EB-AUSGESETZT         PIC Z(003)9.
135900     05 FILLER                    PIC X(009) VALUE
136000        "  OFFEN: ".
136100     05 UPL-EB-OFFEN              PIC Z(003)9.
136200     05 FILLER                    PIC X(004) VALUE SPACE.
136300/---------------------------------------------------------------*
136400* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
136500*---------------------------------------------------------------*
136600  COPY DCTGRCGE.
136700  COPY CGSOVER.
136800  COPY CKA0AKRG.
136900  COPY CKAIFTG1.
137000  COPY CKAOFTG1.
137100 01  DUMMY                        PIC X(001).
137200/---------------------------------------------------------------*
137300* Geplante Laeufe der Berichtsperiode aus UPLHIST               *
137400*---------------------------------------------------------------*
137500 01  UPL-HIST-TABELLE.
137600     05 UPL-ANZ-HIST              PIC 9(003) COMP-3 VALUE ZERO.
137700     05 UPL-HIST                  OCCURS 100.
137800        10 UPL-H-PROGRAMM         PIC X(008).
137900        10 UPL-H-VARIANTE         PIC X(001).
138000        10 UPL-H-LAUFDATUM        PIC 9(008).
138100/---------------------------------------------------------------*
138200* Abgewiesene Regelsaetze aus UPLPARM                           *
138300*---------------------------------------------------------------*
138400 01  UPL-ABGEWIESEN-TABELLE.
138500     05 UPL-ANZ-ABGEWIESEN        PIC 9(002) VALUE ZERO.
138600     05 UPL-ABGEWIESEN            OCCURS 10.
138700        10 UPL-A-PROGRAMM         PIC X(008).
138800        10 UPL-A-VARIANTE         PIC X(001).
138900/---------------------------------------------------------------*
139000* Hilfsvariable                                                 *
139100*---------------------------------------------------------------*
139200 01  H-PARM-FS                    PIC X(002).
139300 01  H-HIST-FS                    PIC X(002).
139400 01  H-ZIEL-FS                    PIC X(002).
139500 01  H-LESE-FS                    PIC X(002).
139600 01  H-PARM-KZ                    PIC X(001).
139700     88 PARM-WEITER               VALUE "J".
139800     88 PARM-ENDE                 VALUE "N".
139900 01  H-HIST-KZ                    PIC X(001).
140000     88 HIST-WEITER               VALUE "J".
140100     88 HIST-ENDE                 VALUE "N".
140200 01  H-SCAN-STATUS                PIC X(001).
140300     88 SCAN-GEFUNDEN             VALUE "J".
140400     88 SCAN-N-GEFUNDEN           VALUE "N".
140500 01  H-MODUS                      PIC X(001).
140600     88 MODUS-PLANUNG             VALUE "P".
140700     88 MODUS-BERICHT             VALUE "B".
140800 01  H-FAELLIG-KZ                 PIC X(001).
140900     88 REGEL-FAELLIG             VALUE "J".
141000     88 REGEL-N-FAELLIG           VALUE "N".
141100 01  H-ZIEL-KZ                    PIC X(001).
141200     88 ZIEL-VORHANDEN            VALUE "J".
141300     88 ZIEL-NEU                  VALUE "N".
141400 01  H-LAUF-KZ                    PIC X(001).
141500     88 LAUF-GEFUNDEN             VALUE "J".
141600     88 LAUF-N-GEFUNDEN           VALUE "N".
141700 01  H-GESCHAEFTSTAG-KZ           PIC X(001).
141800     88 IST-GESCHAEFTSTAG         VALUE "J".
141900     88 KEIN-GESCHAEFTSTAG        VALUE "N".
142000 01  H-LETZTER-GT-KZ              PIC X(001).
142100     88 IST-LETZTER-GT            VALUE "J".
142200     88 NICHT-LETZTER-GT          VALUE "N".
142300 01  H-HEUTE                      PIC 9(008).
142400 01  H-STICHTAG                   PIC 9(008).
142500 01  H-STICHTAG-R                 REDEFINES H-STICHTAG.
142600     05 H-ST-JJJJ                 PIC 9(004).
142700     05 H-ST-MM                   PIC 9(002).
142800     05 H-ST-TT                   PIC 9(002).
142900 01  H-MONAT                      PIC 9(006).
143000 01  H-MONAT-R                    REDEFINES H-MONAT.
143100     05 H-MON-JJJJ                PIC 9(004).
143200     05 H-MON-MM                  PIC 9(002).
143300 01  H-ULTIMO-MONAT               PIC 9(006).
143400 01  H-ULTIMO-MONAT-R             REDEFINES H-ULTIMO-MONAT.
143500     05 H-UM-JJJJ                 PIC 9(004).
143600     05 H-UM-MM                   PIC 9(002).
143700 01  H-DATUM                      PIC 9(008).
143800 01  H-DATUM-R                    REDEFINES H-DATUM.
143900     05 H-DAT-JJJJ                PIC 9(004).
144000     05 H-DAT-MM                  PIC 9(002).
144100     05 H-DAT-TT                  PIC 9(002).
144200 01  H-MONATSENDE                 PIC 9(008).
144300 01  H-VORMONATSENDE              PIC 9(008).
144400 01  H-PERIODE-VON                PIC 9(008).
144500 01  H-PERIODE-BIS                PIC 9(008).
144600 01  H-PERIODE-BIS-R              REDEFINES H-PERIODE-BIS.
144700     05 H-PB-JJJJMM               PIC 9(006).
144800     05 H-PB-JJJJMM-R             REDEFINES H-PB-JJJJMM.
144900        10 H-PB-JJJJ              PIC 9(004).
145000        10 H-PB-MM                PIC 9(002).
145100     05 H-PB-TT                   PIC 9(002).
145200 01  H-VOR-PERIODE-BIS            PIC 9(008).
145300 01  H-TAGESNR                    PIC 9(007) COMP-3.
145400 01  H-FTG-VON                    PIC 9(008).
145500 01  H-FTG-BIS                    PIC 9(008).
145600 01  H-ANZ-GT                     PIC S9(007) COMP-3.
145700 01  H-GT-NR                      PIC 9(003) COMP-3.
145800 01  H-REGEL-IND                  PIC 9(002) COMP-3.
145900 01  H-HIST-IND                   PIC 9(003) COMP-3.
146000 01  H-IND                        PIC 9(003) COMP-3.
146100 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
146200 01  H-PLANDATUM                  PIC 9(008).
146300 01  H-REG-LAUFDATUM              PIC 9(008).
146400 01  H-REG-STATUS                 PIC X(001).
146500     88 H-REG-LAEUFT              VALUE "L".
146600 01  H-REG-GELESEN                PIC 9(009).
146700 01  H-REG-GESCHRIEBEN            PIC 9(009).
146800 01  H-REG-FEHLER                 PIC 9(009).
146900 01  H-ANZ-FAELLIG                PIC 9(005) COMP-3 VALUE ZERO.
147000 01  H-ANZ-NEU                    PIC 9(005) COMP-3 VALUE ZERO.
147100 01  H-ANZ-GELAUFEN               PIC 9(004) COMP-3 VALUE ZERO.
147200 01  H-ANZ-MIT-FEHLERN            PIC 9(004) COMP-3 VALUE ZERO.
147300 01  H-ANZ-ABGEBROCHEN            PIC 9(004) COMP-3 VALUE ZERO.
147400 01  H-ANZ-NICHT-GELAUFEN         PIC 9(004) COMP-3 VALUE ZERO.
147500 01  H-ANZ-NICHT-GEPLANT          PIC 9(004) COMP-3 VALUE ZERO.
147600 01  H-ANZ-AUSGESETZT             PIC 9(004) COMP-3 VALUE ZERO.
147700 01  H-ANZ-OFFEN                  PIC 9(004) COMP-3 VALUE ZERO.
147800/****************************************************************
147900 PROCEDURE DIVISION.
148000*****************************************************************
148100 0000-MAINLINE SECTION.
148200 0000-MAINLINE-1001.
148300     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
148400     IF MODUS-PLANUNG
148500     THEN
148600       PERFORM 2000-PLANUNG       THRU 2000-PLANUNG-EXIT
148700     ELSE
148800       PERFORM 4000-BERICHT       THRU 4000-BERICHT-EXIT
148900     END-IF
149000     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
149100     STOP RUN
149200     .
149300 0000-MAINLINE-1002.
149400     EXIT.
149500/---------------------------------------------------------------*
149600* Initialisierung: Steuerung und Regelaenderungen aus UPLPARM   *
149700* (optional), Stichtag je Modus bestimmen                       *
149800*---------------------------------------------------------------*
149900 1000-INITIALISIERUNG SECTION.
150000 1000-INITIALISIERUNG-1001.
150100     ACCEPT H-HEUTE               FROM DATE YYYYMMDD
150200     MOVE C-MODUS-PLANUNG         TO H-MODUS
150300     MOVE ZERO                    TO H-STICHTAG
150400     OPEN INPUT UPLPARM
150500     IF H-PARM-FS                 = "00"
150600     THEN
150700       SET PARM-WEITER            TO TRUE
150800       PERFORM 1100-PARM-SATZ     THRU 1100-PARM-SATZ-EXIT
150900               UNTIL PARM-ENDE
151000       CLOSE UPLPARM
151100     END-IF
151200*    Vorgabe: Planung fuer heute, Bericht fuer den Vormonat
151300     IF H-STICHTAG                = ZERO
151400     THEN
151500       IF MODUS-PLANUNG
151600       THEN
151700         MOVE H-HEUTE             TO H-STICHTAG
151800       ELSE
151900         MOVE H-HEUTE             TO H-DATUM
152000         MOVE 01                  TO H-DAT-TT
152100         MOVE H-DATUM             TO H-FTG-VON
152200         PERFORM 7100-VORTAG      THRU 7100-VORTAG-EXIT
152300         MOVE H-FTG-BIS           TO H-STICHTAG
152400       END-IF
152500     END-IF
152600     OPEN OUTPUT UPLAUS
152700     .
152800 1000-INITIALISIERUNG-1002.
152900 1000-INITIALISIERUNG-EXIT.
153000     EXIT.
153100/---------------------------------------------------------------*
153200* Einen Satz aus UPLPARM verarbeiten; ungueltige Angaben        *
153300* lassen die Vorgabe stehen                                     *
153400*---------------------------------------------------------------*
153500 1100-PARM-SATZ SECTION.
153600 1100-PARM-SATZ-1001.
153700     READ UPLPARM
153800       AT END
153900         SET PARM-ENDE            TO TRUE
154000         GO TO 1100-PARM-SATZ-EXIT
154100     END-READ
154200     EVALUATE TRUE
154300     WHEN UPL-P-STEUERUNG
154400       IF UPL-P-MODUS             = C-MODUS-PLANUNG
154500          OR UPL-P-MODUS          = C-MODUS-BERICHT
154600       THEN
154700         MOVE UPL-P-MODUS         TO H-MODUS
154800       END-IF
154900       IF UPL-P-DATUM             IS NUMERIC
155000          AND UPL-P-DATUM         > "19000000"
155100       THEN
155200         MOVE UPL-P-DATUM         TO H-STICHTAG
155300       END-IF
155400     WHEN UPL-P-REGEL
155500       PERFORM 1200-REGEL-AENDERN THRU 1200-REGEL-AENDERN-EXIT
155600     WHEN OTHER
155700       CONTINUE
155800     END-EVALUATE
155900     .
156000 1100-PARM-SATZ-1002.
156100 1100-PARM-SATZ-EXIT.
156200     EXIT.
156300/---------------------------------------------------------------*
156400* Regel zu Programm und Variante aendern; unbekannte Regeln     *
156500* werden abgewiesen und im Bericht ausgewiesen                  *
156600*---------------------------------------------------------------*
156700 1200-REGEL-AENDERN SECTION.
156800 1200-REGEL-AENDERN-1001.
156900     MOVE ZERO                    TO H-IND
157000     PERFORM VARYING H-REGEL-IND FROM 1 BY 1
157100             UNTIL H-REGEL-IND    > C-ANZ-REGELN
157200       IF UPL-R-PROGRAMM (H-REGEL-IND) = UPL-P-PROGRAMM
157300          AND UPL-R-VARIANTE (H-REGEL-IND) = UPL-P-VARIANTE
157400       THEN
157500         MOVE H-REGEL-IND         TO H-IND
157600       END-IF
157700     END-PERFORM
157800     IF H-IND                     = ZERO
157900     THEN
158000       IF UPL-ANZ-ABGEWIESEN      < C-MAX-ABGEWIESEN
158100       THEN
158200         ADD C-1                  TO UPL-ANZ-ABGEWIESEN
158300         MOVE UPL-P-PROGRAMM
158400                       TO UPL-A-PROGRAMM (UPL-ANZ-ABGEWIESEN)
158500         MOVE UPL-P-VARIANTE
158600                       TO UPL-A-VARIANTE (UPL-ANZ-ABGEWIESEN)
158700       END-IF
158800       GO TO 1200-REGEL-AENDERN-EXIT
158900     END-IF
159000     IF UPL-P-RHYTHMUS            = "M" OR "Q" OR "J"
159100     THEN
159200       MOVE UPL-P-RHYTHMUS        TO UPL-R-RHYTHMUS (H-IND)
159300     END-IF
159400     IF UPL-P-TAG                 IS NUMERIC
159500        AND UPL-P-TAG             NOT > "23"
159600     THEN
159700       MOVE UPL-P-TAG             TO UPL-R-TAG (H-IND)
159800     END-IF
159900     IF UPL-P-AKTIV               = "J" OR "N"
160000     THEN
160100       MOVE UPL-P-AKTIV           TO UPL-R-AKTIV (H-IND)
160200     END-IF
160300     .
160400 1200-REGEL-AENDERN-1002.
160500 1200-REGEL-AENDERN-EXIT.
160600     EXIT.
160700/---------------------------------------------------------------*
160800* Planung: Kalenderlage des Laufdatums bestimmen, je Regel die  *
160900* Faelligkeit pruefen und faellige Programme einplanen          *
161000*---------------------------------------------------------------*
161100 2000-PLANUNG SECTION.
161200 2000-PLANUNG-1001.
161300     OPEN OUTPUT UPLPLAN
161400     OPEN EXTEND UPLHIST
161500     MOVE ZERO                    TO H-GT-NR
161600     SET NICHT-LETZTER-GT         TO TRUE
161700*    Geschaeftstag: genau ein Geschaeftstag nach dem Vortag
161800     MOVE H-STICHTAG              TO H-FTG-VON
161900     PERFORM 7100-VORTAG          THRU 7100-VORTAG-EXIT
162000     MOVE H-FTG-BIS               TO H-FTG-VON
162100     MOVE H-STICHTAG              TO H-FTG-BIS
162200     PERFORM 7000-GESCHAEFTSTAGE  THRU 7000-GESCHAEFTSTAGE-EXIT
162300     IF H-ANZ-GT                  = 1
162400     THEN
162500       SET IST-GESCHAEFTSTAG      TO TRUE
162600     ELSE
162700       SET KEIN-GESCHAEFTSTAG     TO TRUE
162800     END-IF
162900     IF IST-GESCHAEFTSTAG
163000     THEN
163100*      laufende Nummer im Monat und letzter Geschaeftstag
163200       MOVE H-STICHTAG            TO H-DATUM
163300       MOVE 01                    TO H-DAT-TT
163400       MOVE H-DATUM               TO H-FTG-VON
163500       PERFORM 7100-VORTAG        THRU 7100-VORTAG-EXIT
163600       MOVE H-FTG-BIS             TO H-VORMONATSENDE
163700       MOVE H-VORMONATSENDE       TO H-FTG-VON
163800       MOVE H-STICHTAG            TO H-FTG-BIS
163900       PERFORM 7000-GESCHAEFTSTAGE
164000                                  THRU 7000-GESCHAEFTSTAGE-EXIT
164100       MOVE H-ANZ-GT              TO H-GT-NR
164200       MOVE H-STICHTAG (1:6)      TO H-MONAT
164300       PERFORM 7200-MONATSENDE    THRU 7200-MONATSENDE-EXIT
164400       MOVE H-STICHTAG            TO H-FTG-VON
164500       MOVE H-MONATSENDE          TO H-FTG-BIS
164600       PERFORM 7000-GESCHAEFTSTAGE
164700                                  THRU 7000-GESCHAEFTSTAGE-EXIT
164800       IF H-ANZ-GT                NOT > ZERO
164900       THEN
165000         SET IST-LETZTER-GT       TO TRUE
165100       END-IF
165200     END-IF
165300     MOVE H-STICHTAG              TO UPL-KP-LAUFDATUM
165400     MOVE H-GT-NR                 TO UPL-KP-GT-NR
165500     MOVE H-LETZTER-GT-KZ         TO UPL-KP-LETZTER-GT
165600     MOVE UPL-KOPF-PLANUNG        TO UPL-DRUCKZEILE
165700     WRITE UPL-DRUCKZEILE
165800     PERFORM 6000-ABGEWIESEN-DRUCKEN
165900                              THRU 6000-ABGEWIESEN-DRUCKEN-EXIT
166000     MOVE SPACE                   TO UPL-DRUCKZEILE
166100     WRITE UPL-DRUCKZEILE
166200     IF KEIN-GESCHAEFTSTAG
166300     THEN
166400       MOVE SPACE                 TO UPL-HINWEIS-ZEILE (10:)
166500       MOVE "KEIN GESCHAEFTSTAG, KEINE LAEUFE FAELLIG"
166600                                  TO UPL-HW-TEXT
166700       MOVE UPL-HINWEIS-ZEILE     TO UPL-DRUCKZEILE
166800       WRITE UPL-DRUCKZEILE
166900       GO TO 2000-PLANUNG-1002
167000     END-IF
167100     MOVE UPL-KOPF-PLAN-SPALTEN   TO UPL-DRUCKZEILE
167200     WRITE UPL-DRUCKZEILE
167300     PERFORM 2100-REGEL-PRUEFEN   THRU 2100-REGEL-PRUEFEN-EXIT
167400             VARYING H-REGEL-IND FROM 1 BY 1
167500             UNTIL H-REGEL-IND    > C-ANZ-REGELN
167600     .
167700 2000-PLANUNG-1002.
167800     CLOSE UPLPLAN
167900     CLOSE UPLHIST
168000     .
168100 2000-PLANUNG-EXIT.
168200     EXIT.
168300/---------------------------------------------------------------*
168400* Faelligkeit einer Regel am Laufdatum pruefen; Ultimomonat     *
168500* ist bei Tag 00 der laufende, sonst der Vormonat               *
168600*---------------------------------------------------------------*
168700 2100-REGEL-PRUEFEN SECTION.
168800 2100-REGEL-PRUEFEN-1001.
168900     IF UPL-R-AUSGESETZT (H-REGEL-IND)
169000     THEN
169100       GO TO 2100-REGEL-PRUEFEN-EXIT
169200     END-IF
169300     IF UPL-R-TAG (H-REGEL-IND)   = ZERO
169400     THEN
169500       IF NICHT-LETZTER-GT
169600       THEN
169700         GO TO 2100-REGEL-PRUEFEN-EXIT
169800       END-IF
169900       MOVE H-STICHTAG (1:6)      TO H-ULTIMO-MONAT
170000     ELSE
170100       IF UPL-R-TAG (H-REGEL-IND) NOT = H-GT-NR
170200       THEN
170300         GO TO 2100-REGEL-PRUEFEN-EXIT
170400       END-IF
170500       MOVE H-VORMONATSENDE (1:6) TO H-ULTIMO-MONAT
170600     END-IF
170700     PERFORM 7300-RHYTHMUS-PRUEFEN
170800                                  THRU 7300-RHYTHMUS-PRUEFEN-EXIT
170900     IF REGEL-N-FAELLIG
171000     THEN
171100       GO TO 2100-REGEL-PRUEFEN-EXIT
171200     END-IF
171300     ADD C-1                      TO H-ANZ-FAELLIG
171400     PERFORM 7400-PERIODE-BESTIMMEN
171500                                  THRU 7400-PERIODE-BESTIMMEN-EXIT
171600     PERFORM 3000-PARAMETER-SCHREIBEN
171700                              THRU 3000-PARAMETER-SCHREIBEN-EXIT
171800*    Planzeile fuer die Ablaufsteuerung und die Planhistorie
171900     MOVE UPL-R-PROGRAMM (H-REGEL-IND)
172000                                  TO UPL-PL-PROGRAMM
172100     MOVE H-STICHTAG              TO UPL-PL-LAUFDATUM
172200     MOVE SPACE                   TO UPL-PL-ERLEDIGT-KZ
172300     MOVE H-PERIODE-BIS           TO UPL-PL-PERIODE-ENDE
172400     MOVE UPL-R-VARIANTE (H-REGEL-IND)
172500                                  TO UPL-PL-VARIANTE
172600     MOVE UPL-R-RHYTHMUS (H-REGEL-IND)
172700                                  TO UPL-PL-RHYTHMUS
172800     MOVE UPL-PLAN-DETAIL         TO UPL-PLAN-ZEILE
172900     WRITE UPL-PLAN-ZEILE
173000     MOVE UPL-PLAN-DETAIL         TO UPL-HIST-SATZ
173100     WRITE UPL-HIST-SATZ
173200*    Berichtszeile
173300     MOVE UPL-R-PROGRAMM (H-REGEL-IND)
173400                                  TO UPL-PA-PROGRAMM
173500     MOVE UPL-R-VARIANTE (H-REGEL-IND)
173600                                  TO UPL-PA-VARIANTE
173700     MOVE UPL-R-RHYTHMUS (H-REGEL-IND)
173800                                  TO UPL-PA-RHYTHMUS
173900     MOVE H-PERIODE-VON           TO UPL-PA-VON
174000     MOVE H-PERIODE-BIS           TO UPL-PA-BIS
174100     MOVE UPL-R-PROGRAMM (H-REGEL-IND) (4:3)
174200                                  TO UPL-PA-PARM-DATEI
174300     MOVE "PARM"                  TO UPL-PA-PARM-DATEI (4:4)
174400     IF ZIEL-NEU
174500     THEN
174600       MOVE "NEU ANGELEGT - STEHENDE WERTE PRUEFEN"
174700                                  TO UPL-PA-HINWEIS
174800     ELSE
174900       MOVE SPACE                 TO UPL-PA-HINWEIS
175000     END-IF
175100     MOVE UPL-PLAN-ZEILE-AUS      TO UPL-DRUCKZEILE
175200     WRITE UPL-DRUCKZEILE
175300     .
175400 2100-REGEL-PRUEFEN-1002.
175500 2100-REGEL-PRUEFEN-EXIT.
175600     EXIT.
175700/---------------------------------------------------------------*
175800* Parameterdatei des faelligen Programms: vorhandenen Satz      *
175900* lesen, Berichtszeitraum eintragen, Satz zurueckschreiben      *
176000*---------------------------------------------------------------*
176100 3000-PARAMETER-SCHREIBEN SECTION.
176200 3000-PARAMETER-SCHREIBEN-1001.
176300     PERFORM 3100-PARM-LESEN      THRU 3100-PARM-LESEN-EXIT
176400     PERFORM 3200-PARM-SETZEN     THRU 3200-PARM-SETZEN-EXIT
176500     PERFORM 3300-PARM-AUSGEBEN   THRU 3300-PARM-AUSGEBEN-EXIT
176600     IF ZIEL-NEU
176700     THEN
176800       ADD C-1                    TO H-ANZ-NEU
176900     END-IF
177000     .
177100 3000-PARAMETER-SCHREIBEN-1002.
177200 3000-PARAMETER-SCHREIBEN-EXIT.
177300     EXIT.
177400/---------------------------------------------------------------*
177500* Vorhandene Parameterdatei lesen (fehlt sie, wird sie neu      *
177600* angelegt)                                                     *
177700*---------------------------------------------------------------*
177800 3100-PARM-LESEN SECTION.
177900 3100-PARM-LESEN-1001.
178000     MOVE SPACE                   TO UPL-PARM-PUFFER
178100     MOVE "99"                    TO H-LESE-FS
178200     EVALUATE UPL-R-PROGRAMM (H-REGEL-IND)
178300     WHEN C-PGM-AKAFXR
178400       OPEN INPUT FXRPARM
178500       IF H-ZIEL-FS               = "00"
178600       THEN
178700         READ FXRPARM             INTO UPL-PARM-PUFFER
178800         END-READ
178900         MOVE H-ZIEL-FS           TO H-LESE-FS
179000         CLOSE FXRPARM
179100       END-IF
179200     WHEN C-PGM-AKARST
179300       OPEN INPUT RSTPARM
179400       IF H-ZIEL-FS               = "00"
179500       THEN
179600         READ RSTPARM             INTO UPL-PARM-PUFFER
179700         END-READ
179800         MOVE H-ZIEL-FS           TO H-LESE-FS
179900         CLOSE RSTPARM
180000       END-IF
180100     WHEN C-PGM-AKACRT
180200       OPEN INPUT CRTPARM
180300       IF H-ZIEL-FS               = "00"
180400       THEN
180500         READ CRTPARM             INTO UPL-PARM-PUFFER
180600         END-READ
180700         MOVE H-ZIEL-FS           TO H-LESE-FS
180800         CLOSE CRTPARM
180900       END-IF
181000     WHEN C-PGM-AKAMWE
181100       OPEN INPUT MWEPARM
181200       IF H-ZIEL-FS               = "00"
181300       THEN
181400         READ MWEPARM             INTO UPL-PARM-PUFFER
181500         END-READ
181600         MOVE H-ZIEL-FS           TO H-LESE-FS
181700         CLOSE MWEPARM
181800       END-IF
181900     WHEN C-PGM-AKAVSD
182000       OPEN INPUT VSDPARM
182100       IF H-ZIEL-FS               = "00"
182200       THEN
182300         READ VSDPARM             INTO UPL-PARM-PUFFER
182400         END-READ
182500         MOVE H-ZIEL-FS           TO H-LESE-FS
182600         CLOSE VSDPARM
182700       END-IF
182800     WHEN C-PGM-AKAZIF
182900       OPEN INPUT ZIFPARM
183000       IF H-ZIEL-FS               = "00"
183100       THEN
183200         READ ZIFPARM             INTO UPL-PARM-PUFFER
183300         END-READ
183400         MOVE H-ZIEL-FS           TO H-LESE-FS
183500         CLOSE ZIFPARM
183600       END-IF
183700     WHEN C-PGM-AKAZST
183800       OPEN INPUT ZSTPARM
183900       IF H-ZIEL-FS               = "00"
184000       THEN
184100         READ ZSTPARM             INTO UPL-PARM-PUFFER
184200         END-READ
184300         MOVE H-ZIEL-FS           TO H-LESE-FS
184400         CLOSE ZSTPARM
184500       END-IF
184600     WHEN C-PGM-AKAORF
184700       OPEN INPUT ORFPARM
184800       IF H-ZIEL-FS               = "00"
184900       THEN
185000         READ ORFPARM             INTO UPL-PARM-PUFFER
185100         END-READ
185200         MOVE H-ZIEL-FS           TO H-LESE-FS
185300         CLOSE ORFPARM
185400       END-IF
185500     WHEN C-PGM-AKAABR
185600       OPEN INPUT ABRPARM
185700       IF H-ZIEL-FS               = "00"
185800       THEN
185900         READ ABRPARM             INTO UPL-PARM-PUFFER
186000         END-READ
186100         MOVE H-ZIEL-FS           TO H-LESE-FS
186200         CLOSE ABRPARM
186300       END-IF
186400     WHEN C-PGM-AKAJEX
186500       OPEN INPUT JEXPARM
186600       IF H-ZIEL-FS               = "00"
186700       THEN
186800         READ JEXPARM             INTO UPL-PARM-PUFFER
186900         END-READ
187000         MOVE H-ZIEL-FS           TO H-LESE-FS
187100         CLOSE JEXPARM
187200       END-IF
187201     WHEN C-PGM-AKACAP                                            D02
187202       OPEN INPUT CAPPARM                                         D02
187203       IF H-ZIEL-FS               = "00"                          D02
187204       THEN                                                       D02
187205         READ CAPPARM             INTO UPL-PARM-PUFFER            D02
187206         END-READ                                                 D02
187207         MOVE H-ZIEL-FS           TO H-LESE-FS                    D02
187208         CLOSE CAPPARM                                            D02
187209       END-IF                                                     D02
187300     END-EVALUATE
187400     IF H-LESE-FS                 = "00"
187500     THEN
187600       SET ZIEL-VORHANDEN         TO TRUE
187700     ELSE
187800       SET ZIEL-NEU               TO TRUE
187900       MOVE SPACE                 TO UPL-PARM-PUFFER
188000     END-IF
188100     .
188200 3100-PARM-LESEN-1002.
188300 3100-PARM-LESEN-EXIT.
188400     EXIT.
188500/---------------------------------------------------------------*
188600* Berichtszeitraum in den Parametersatz eintragen; stehende     *
188700* Werte bleiben erhalten, fehlende werden mit Null vorbelegt    *
188800*---------------------------------------------------------------*
188900 3200-PARM-SETZEN SECTION.
189000 3200-PARM-SETZEN-1001.
189100     EVALUATE UPL-R-PROGRAMM (H-REGEL-IND)
189200     WHEN C-PGM-AKAFXR
189300       MOVE H-PERIODE-BIS         TO UPL-FXR-STICHTAG
189400       MOVE H-VOR-PERIODE-BIS     TO UPL-FXR-VOR-STICHTAG
189500     WHEN C-PGM-AKARST
189600       MOVE H-PERIODE-BIS         TO UPL-RST-LAUFDATUM
189700       IF UPL-RST-TAGE-1          IS NOT NUMERIC
189800       THEN
189900         MOVE ZERO                TO UPL-RST-TAGE-1
190000       END-IF
190100       IF UPL-RST-PROZENT-1       IS NOT NUMERIC
190200       THEN
190300         MOVE ZERO                TO UPL-RST-PROZENT-1
190400       END-IF
190500       IF UPL-RST-TAGE-2          IS NOT NUMERIC
190600       THEN
190700         MOVE ZERO                TO UPL-RST-TAGE-2
190800       END-IF
190900       IF UPL-RST-PROZENT-2       IS NOT NUMERIC
191000       THEN
191100         MOVE ZERO                TO UPL-RST-PROZENT-2
191200       END-IF
191300     WHEN C-PGM-AKACRT
191400       MOVE UPL-R-VARIANTE (H-REGEL-IND)
191500                                  TO UPL-CRT-MODUS
191600       MOVE H-PB-JJJJMM           TO UPL-CRT-PERIODE
191700     WHEN C-PGM-AKAMWE
191800       MOVE H-PERIODE-BIS         TO UPL-MWE-STICHTAG
191900     WHEN C-PGM-AKAVSD
192000       MOVE H-PERIODE-VON         TO UPL-VSD-DATUM-VON
192100       MOVE H-PERIODE-BIS         TO UPL-VSD-DATUM-BIS
192200     WHEN C-PGM-AKAZIF
192300       MOVE H-PB-JJJJMM           TO UPL-ZIF-PERIODE
192400       IF UPL-ZIF-BAGATELLE       IS NOT NUMERIC
192500       THEN
192600         MOVE ZERO                TO UPL-ZIF-BAGATELLE
192700       END-IF
192800     WHEN C-PGM-AKAZST
192900       MOVE H-PERIODE-VON         TO UPL-ZST-DATUM-VON
193000       MOVE H-PERIODE-BIS         TO UPL-ZST-DATUM-BIS
193100       IF UPL-ZST-SCHWELLE        IS NOT NUMERIC
193200       THEN
193300         MOVE ZERO                TO UPL-ZST-SCHWELLE
193400       END-IF
193500     WHEN C-PGM-AKAORF
193600       MOVE H-PB-JJJJMM           TO UPL-ORF-MONAT
193700       IF UPL-ORF-SCHWELLE        IS NOT NUMERIC
193800       THEN
193900         MOVE ZERO                TO UPL-ORF-SCHWELLE
194000       END-IF
194100     WHEN C-PGM-AKAABR
194200       MOVE H-PB-JJJJ             TO UPL-ABR-JAHR
194300     WHEN C-PGM-AKAJEX
194400       MOVE H-PERIODE-BIS         TO UPL-JEX-STICHTAG
194500       IF UPL-JEX-STICHPROBE-N    IS NOT NUMERIC
194600       THEN
194700         MOVE ZERO                TO UPL-JEX-STICHPROBE-N
194800       END-IF
194801     WHEN C-PGM-AKACAP                                            D02
194802       MOVE H-PB-JJJJMM           TO UPL-CAP-MONAT                D02
194803       IF UPL-CAP-HV-SCHWELLE     IS NOT NUMERIC                  D02
194804       THEN                                                       D02
194805         MOVE ZERO                TO UPL-CAP-HV-SCHWELLE          D02
194806       END-IF                                                     D02
194807       IF UPL-CAP-TAB-GRENZE      IS NOT NUMERIC                  D02
194808       THEN                                                       D02
194809         MOVE ZERO                TO UPL-CAP-TAB-GRENZE           D02
19480A       END-IF                                                     D02
19480B       IF UPL-CAP-TOLERANZ        IS NOT NUMERIC                  D02
19480C       THEN                                                       D02
19480D         MOVE ZERO                TO UPL-CAP-TOLERANZ             D02
19480E       END-IF                                                     D02
194900     END-EVALUATE
195000     .
195100 3200-PARM-SETZEN-1002.
195200 3200-PARM-SETZEN-EXIT.
195300     EXIT.
195400/---------------------------------------------------------------*
195500* Parametersatz in die Parameterdatei des Programms schreiben   *
195600*---------------------------------------------------------------*
195700 3300-PARM-AUSGEBEN SECTION.
195800 3300-PARM-AUSGEBEN-1001.
195900     EVALUATE UPL-R-PROGRAMM (H-REGEL-IND)
196000     WHEN C-PGM-AKAFXR
196100       OPEN OUTPUT FXRPARM
196200       WRITE UPL-FXRPARM-SATZ     FROM UPL-PARM-PUFFER
196300       CLOSE FXRPARM
196400     WHEN C-PGM-AKARST
196500       OPEN OUTPUT RSTPARM
196600       WRITE UPL-RSTPARM-SATZ     FROM UPL-PARM-PUFFER
196700       CLOSE RSTPARM
196800     WHEN C-PGM-AKACRT
196900       OPEN OUTPUT CRTPARM
197000       WRITE UPL-CRTPARM-SATZ     FROM UPL-PARM-PUFFER
197100       CLOSE CRTPARM
197200     WHEN C-PGM-AKAMWE
197300       OPEN OUTPUT MWEPARM
197400       WRITE UPL-MWEPARM-SATZ     FROM UPL-PARM-PUFFER
197500       CLOSE MWEPARM
197600     WHEN C-PGM-AKAVSD
197700       OPEN OUTPUT VSDPARM
197800       WRITE UPL-VSDPARM-SATZ     FROM UPL-PARM-PUFFER
197900       CLOSE VSDPARM
198000     WHEN C-PGM-AKAZIF
198100       OPEN OUTPUT ZIFPARM
198200       WRITE UPL-ZIFPARM-SATZ     FROM UPL-PARM-PUFFER
198300       CLOSE ZIFPARM
198400     WHEN C-PGM-AKAZST
198500       OPEN OUTPUT ZSTPARM
198600       WRITE UPL-ZSTPARM-SATZ     FROM UPL-PARM-PUFFER
198700       CLOSE ZSTPARM
198800     WHEN C-PGM-AKAORF
198900       OPEN OUTPUT ORFPARM
199000       WRITE UPL-ORFPARM-SATZ     FROM UPL-PARM-PUFFER
199100       CLOSE ORFPARM
199200     WHEN C-PGM-AKAABR
199300       OPEN OUTPUT ABRPARM
199400       WRITE UPL-ABRPARM-SATZ     FROM UPL-PARM-PUFFER
199500       CLOSE ABRPARM
199600     WHEN C-PGM-AKAJEX
199700       OPEN OUTPUT JEXPARM
199800       WRITE UPL-JEXPARM-SATZ     FROM UPL-PARM-PUFFER
199900       CLOSE JEXPARM
199901     WHEN C-PGM-AKACAP                                            D02
199902       OPEN OUTPUT CAPPARM                                        D02
199903       WRITE UPL-CAPPARM-SATZ     FROM UPL-PARM-PUFFER            D02
199904       CLOSE CAPPARM                                              D02
200000     END-EVALUATE
200100     .
200200 3300-PARM-AUSGEBEN-1002.
200300 3300-PARM-AUSGEBEN-EXIT.
200400     EXIT.
200500/---------------------------------------------------------------*
200600* Bericht: je im Ultimomonat anwendbarer Regel Planung und      *
200700* Lauf gegenueberstellen                                        *
200800*---------------------------------------------------------------*
200900 4000-BERICHT SECTION.
201000 4000-BERICHT-1001.
201100     MOVE H-STICHTAG (1:6)        TO H-ULTIMO-MONAT
201200     MOVE H-ULTIMO-MONAT          TO H-MONAT
201300     PERFORM 7200-MONATSENDE      THRU 7200-MONATSENDE-EXIT
201400     MOVE H-MONATSENDE            TO H-PERIODE-BIS
201500     PERFORM 4100-HIST-LADEN      THRU 4100-HIST-LADEN-EXIT
201600     MOVE H-ULTIMO-MONAT          TO UPL-KB-PERIODE
201700     MOVE H-HEUTE                 TO UPL-KB-HEUTE
201800     MOVE UPL-KOPF-BERICHT        TO UPL-DRUCKZEILE
201900     WRITE UPL-DRUCKZEILE
202000     PERFORM 6000-ABGEWIESEN-DRUCKEN
202100                              THRU 6000-ABGEWIESEN-DRUCKEN-EXIT
202200     MOVE SPACE                   TO UPL-DRUCKZEILE
202300     WRITE UPL-DRUCKZEILE
202400     MOVE UPL-KOPF-BER-SPALTEN    TO UPL-DRUCKZEILE
202500     WRITE UPL-DRUCKZEILE
202600     PERFORM 4200-REGEL-BEWERTEN  THRU 4200-REGEL-BEWERTEN-EXIT
202700             VARYING H-REGEL-IND FROM 1 BY 1
202800             UNTIL H-REGEL-IND    > C-ANZ-REGELN
202900     .
203000 4000-BERICHT-1002.
203100 4000-BERICHT-EXIT.
203200     EXIT.
203300/---------------------------------------------------------------*
203400* Planhistorie lesen: Planungen fuer das Periodenende merken,   *
203500* eine spaetere Planung ersetzt eine fruehere                   *
203600*---------------------------------------------------------------*
203700 4100-HIST-LADEN SECTION.
203800 4100-HIST-LADEN-1001.
203900     OPEN INPUT UPLHIST
204000     IF H-HIST-FS                 NOT = "00"
204100     THEN
204200       GO TO 4100-HIST-LADEN-EXIT
204300     END-IF
204400     SET HIST-WEITER              TO TRUE
204500     PERFORM UNTIL HIST-ENDE
204600       READ UPLHIST
204700         AT END
204800           SET HIST-ENDE          TO TRUE
204900         NOT AT END
205000           IF UPL-HS-PERIODE-ENDE = H-PERIODE-BIS
205100           THEN
205200             PERFORM 4110-HIST-MERKEN
205300                                  THRU 4110-HIST-MERKEN-EXIT
205400           END-IF
205500       END-READ
205600     END-PERFORM
205700     CLOSE UPLHIST
205800     .
205900 4100-HIST-LADEN-1002.
206000 4100-HIST-LADEN-EXIT.
206100     EXIT.
206200/---------------------------------------------------------------*
206300* Planung zu Programm und Variante in die Tabelle uebernehmen    *
206400*---------------------------------------------------------------*
206500 4110-HIST-MERKEN SECTION.
206600 4110-HIST-MERKEN-1001.
206700     PERFORM VARYING H-HIST-IND FROM 1 BY 1
206800             UNTIL H-HIST-IND     > UPL-ANZ-HIST
206900       IF UPL-H-PROGRAMM (H-HIST-IND) = UPL-HS-PROGRAMM
207000          AND UPL-H-VARIANTE (H-HIST-IND) = UPL-HS-VARIANTE
207100       THEN
207200         MOVE UPL-HS-LAUFDATUM
207300                          TO UPL-H-LAUFDATUM (H-HIST-IND)
207400         GO TO 4110-HIST-MERKEN-EXIT
207500       END-IF
207600     END-PERFORM
207700     IF UPL-ANZ-HIST              NOT < C-MAX-HIST
207800     THEN
207900       GO TO 4110-HIST-MERKEN-EXIT
208000     END-IF
208100     ADD C-1                      TO UPL-ANZ-HIST
208200     MOVE UPL-HS-PROGRAMM    TO UPL-H-PROGRAMM (UPL-ANZ-HIST)
208300     MOVE UPL-HS-VARIANTE    TO UPL-H-VARIANTE (UPL-ANZ-HIST)
208400     MOVE UPL-HS-LAUFDATUM   TO UPL-H-LAUFDATUM (UPL-ANZ-HIST)
208500     .
208600 4110-HIST-MERKEN-1002.
208700 4110-HIST-MERKEN-EXIT.
208800     EXIT.
208900/---------------------------------------------------------------*
209000* Eine Regel bewerten: anwendbar im Ultimomonat, ausgesetzt,    *
209100* geplant, gelaufen                                             *
209200*---------------------------------------------------------------*
209300 4200-REGEL-BEWERTEN SECTION.
209400 4200-REGEL-BEWERTEN-1001.
209500     PERFORM 7300-RHYTHMUS-PRUEFEN
209600                                  THRU 7300-RHYTHMUS-PRUEFEN-EXIT
209700     IF REGEL-N-FAELLIG
209800     THEN
209900       GO TO 4200-REGEL-BEWERTEN-EXIT
210000     END-IF
210100     MOVE UPL-R-PROGRAMM (H-REGEL-IND)
210200                                  TO UPL-BA-PROGRAMM
210300     MOVE UPL-R-VARIANTE (H-REGEL-IND)
210400                                  TO UPL-BA-VARIANTE
210500     MOVE UPL-R-RHYTHMUS (H-REGEL-IND)
210600                                  TO UPL-BA-RHYTHMUS
210700     MOVE SPACE                   TO UPL-BA-PLANDATUM
210800                                     UPL-BA-LAUFDATUM
210900     MOVE ZERO                    TO UPL-BA-GELESEN
211000                                     UPL-BA-GESCHRIEBEN
211100                                     UPL-BA-FEHLER
211200     IF UPL-R-AUSGESETZT (H-REGEL-IND)
211300     THEN
211400       MOVE "AUSGESETZT"          TO UPL-BA-STATUS
211500       ADD C-1                    TO H-ANZ-AUSGESETZT
211600       GO TO 4200-REGEL-BEWERTEN-1002
211700     END-IF
211800     MOVE ZERO                    TO H-PLANDATUM
211900     PERFORM VARYING H-HIST-IND FROM 1 BY 1
212000             UNTIL H-HIST-IND     > UPL-ANZ-HIST
212100       IF UPL-H-PROGRAMM (H-HIST-IND)
212200                             = UPL-R-PROGRAMM (H-REGEL-IND)
212300          AND UPL-H-VARIANTE (H-HIST-IND)
212400                             = UPL-R-VARIANTE (H-REGEL-IND)
212500       THEN
212600         MOVE UPL-H-LAUFDATUM (H-HIST-IND)
212700                                  TO H-PLANDATUM
212800       END-IF
212900     END-PERFORM
213000     IF H-PLANDATUM               = ZERO
213100     THEN
213200       MOVE "NICHT GEPLANT"       TO UPL-BA-STATUS
213300       ADD C-1                    TO H-ANZ-NICHT-GEPLANT
213400       GO TO 4200-REGEL-BEWERTEN-1002
213500     END-IF
213600     MOVE H-PLANDATUM             TO UPL-BA-PLANDATUM
213700     PERFORM 4300-LAUF-SUCHEN     THRU 4300-LAUF-SUCHEN-EXIT
213800     EVALUATE TRUE
213900     WHEN LAUF-N-GEFUNDEN
214000          AND H-PLANDATUM         > H-HEUTE
214100       MOVE "NOCH NICHT FAELLIG"  TO UPL-BA-STATUS
214200       ADD C-1                    TO H-ANZ-OFFEN
214300     WHEN LAUF-N-GEFUNDEN
214400       MOVE "NICHT GELAUFEN"      TO UPL-BA-STATUS
214500       ADD C-1                    TO H-ANZ-NICHT-GELAUFEN
214600     WHEN H-REG-LAEUFT
214700       MOVE "ABGEBROCHEN"         TO UPL-BA-STATUS
214800       ADD C-1                    TO H-ANZ-ABGEBROCHEN
214900     WHEN H-REG-FEHLER            > ZERO
215000       MOVE "MIT FEHLERN"         TO UPL-BA-STATUS
215100       ADD C-1                    TO H-ANZ-MIT-FEHLERN
215200     WHEN OTHER
215300       MOVE "GELAUFEN"            TO UPL-BA-STATUS
215400       ADD C-1                    TO H-ANZ-GELAUFEN
215500     END-EVALUATE
215600     IF LAUF-GEFUNDEN
215700     THEN
215800       MOVE H-REG-LAUFDATUM       TO UPL-BA-LAUFDATUM
215900       MOVE H-REG-GELESEN         TO UPL-BA-GELESEN
216000       MOVE H-REG-GESCHRIEBEN     TO UPL-BA-GESCHRIEBEN
216100       MOVE H-REG-FEHLER          TO UPL-BA-FEHLER
216200     END-IF
216300     .
216400 4200-REGEL-BEWERTEN-1002.
216500     MOVE UPL-BER-ZEILE           TO UPL-DRUCKZEILE
216600     WRITE UPL-DRUCKZEILE
216700     .
216800 4200-REGEL-BEWERTEN-EXIT.
216900     EXIT.
217000/---------------------------------------------------------------*
217100* Lauf zur Planung im Laufregister suchen: fruehester Lauftag   *
217200* ab dem Plandatum, am selben Tag zaehlt der letzte Lauf        *
217300*---------------------------------------------------------------*
217400 4300-LAUF-SUCHEN SECTION.
217500 4300-LAUF-SUCHEN-1001.
217600     SET LAUF-N-GEFUNDEN          TO TRUE
217700     MOVE ZERO                    TO H-REG-LAUFDATUM
217800     MOVE SPACE                   TO H-REG-STATUS
217900     MOVE ZERO                    TO H-REG-GELESEN
218000                                     H-REG-GESCHRIEBEN
218100                                     H-REG-FEHLER
218200     MOVE C-1                     TO H-LFD-ZEILE
218300     PERFORM 4310-LESEN-REG-ZEILE THRU 4310-LESEN-REG-ZEILE-EXIT
218400     PERFORM UNTIL SCAN-N-GEFUNDEN
218500       IF KA0AKRG-PROGRAMM        = UPL-R-PROGRAMM (H-REGEL-IND)
218600          AND KA0AKRG-LAUFDATUM   NOT < H-PLANDATUM
218700          AND (LAUF-N-GEFUNDEN
218800               OR KA0AKRG-LAUFDATUM NOT > H-REG-LAUFDATUM)
218900       THEN
219000         SET LAUF-GEFUNDEN        TO TRUE
219100         MOVE KA0AKRG-LAUFDATUM   TO H-REG-LAUFDATUM
219200         MOVE KA0AKRG-STATUS      TO H-REG-STATUS
219300         MOVE KA0AKRG-ANZ-GELESEN TO H-REG-GELESEN
219400         MOVE KA0AKRG-ANZ-GESCHRIEBEN
219500                                  TO H-REG-GESCHRIEBEN
219600         MOVE KA0AKRG-ANZ-FEHLER  TO H-REG-FEHLER
219700       END-IF
219800       ADD C-1                    TO H-LFD-ZEILE
219900       PERFORM 4310-LESEN-REG-ZEILE
220000                                THRU 4310-LESEN-REG-ZEILE-EXIT
220100     END-PERFORM
220200     .
220300 4300-LAUF-SUCHEN-1002.
220400 4300-LAUF-SUCHEN-EXIT.
220500     EXIT.
220600/---------------------------------------------------------------*
220700* Zeile aus dem Laufregister lesen                              *
220800*---------------------------------------------------------------*
220900 4310-LESEN-REG-ZEILE SECTION.
221000 4310-LESEN-REG-ZEILE-1001.
221100     MOVE H-LFD-ZEILE             TO KA0AKRG-ZEILENNUMMER
221200     CALL "CGSTAB" USING
221300          C-TAB-LESEN-ZEILE
221400          C-KONFIG-ID-KA
221500          C-OBJEKT-TAB-KA03AKRG
221600          GSOVER-VERSTAENDIGUNGSBEREICH
221700          KA0AKRG-EINGABEBEREICH
221800          KA0AKRG-AUSGABEBEREICH
221900          DUMMY
222000     END-CALL
222100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
222200     THEN
222300       SET SCAN-GEFUNDEN          TO TRUE
222400     ELSE
222500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
222600       SET SCAN-N-GEFUNDEN        TO TRUE
222700     END-IF
222800     .
222900 4310-LESEN-REG-ZEILE-1002.
223000 4310-LESEN-REG-ZEILE-EXIT.
223100     EXIT.
223200/---------------------------------------------------------------*
223300* Abgewiesene Regelsaetze aus UPLPARM ausweisen                 *
223400*---------------------------------------------------------------*
223500 6000-ABGEWIESEN-DRUCKEN SECTION.
223600 6000-ABGEWIESEN-DRUCKEN-1001.
223700     PERFORM VARYING H-IND FROM 1 BY 1
223800             UNTIL H-IND          > UPL-ANZ-ABGEWIESEN
223900       MOVE "REGEL IN UPLPARM UNBEKANNT:"
224000                                  TO UPL-HW-TEXT
224100       MOVE UPL-A-PROGRAMM (H-IND)
224200                                  TO UPL-HW-PROGRAMM
224300       MOVE UPL-A-VARIANTE (H-IND)
224400                                  TO UPL-HW-VARIANTE
224500       MOVE UPL-HINWEIS-ZEILE     TO UPL-DRUCKZEILE
224600       WRITE UPL-DRUCKZEILE
224700     END-PERFORM
224800     .
224900 6000-ABGEWIESEN-DRUCKEN-1002.
225000 6000-ABGEWIESEN-DRUCKEN-EXIT.
225100     EXIT.
225200/---------------------------------------------------------------*
225300* Anzahl Geschaeftstage nach H-FTG-VON bis einschliesslich      *
225400* H-FTG-BIS ueber AKAFTG                                        *
225500*---------------------------------------------------------------*
225600 7000-GESCHAEFTSTAGE SECTION.
225700 7000-GESCHAEFTSTAGE-1001.
225800     MOVE H-FTG-VON               TO KAIFTG1-DATUM-VON
225900     MOVE H-FTG-BIS               TO KAIFTG1-DATUM-BIS
226000     CALL "AKAFTG"
226100     USING C-01-STD-ANZ-GESCHAEFTSTAGE
226200           C-KONFIG-ID-KA
226300           C-OBJEKT-KA-FTG
226400           GSOVER-VERSTAENDIGUNGSBEREICH
226500           KAIFTG1-EINGABEBEREICH
226600           KAOFTG1-AUSGABEBEREICH
226700     END-CALL
226800     MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
226900                                  TO H-ANZ-GT
227000     .
227100 7000-GESCHAEFTSTAGE-1002.
227200 7000-GESCHAEFTSTAGE-EXIT.
227300     EXIT.
227400/---------------------------------------------------------------*
227500* Kalendertag vor H-FTG-VON nach H-FTG-BIS                      *
227600*---------------------------------------------------------------*
227700 7100-VORTAG SECTION.
227800 7100-VORTAG-1001.
227900     COMPUTE H-TAGESNR            =
228000             FUNCTION INTEGER-OF-DATE (H-FTG-VON) - 1
228100     COMPUTE H-FTG-BIS            =
228200             FUNCTION DATE-OF-INTEGER (H-TAGESNR)
228300     .
228400 7100-VORTAG-1002.
228500 7100-VORTAG-EXIT.
228600     EXIT.
228700/---------------------------------------------------------------*
228800* Letzter Kalendertag des Monats H-MONAT nach H-MONATSENDE      *
228900*---------------------------------------------------------------*
229000 7200-MONATSENDE SECTION.
229100 7200-MONATSENDE-1001.
229200     MOVE H-MON-JJJJ              TO H-DAT-JJJJ
229300     MOVE H-MON-MM                TO H-DAT-MM
229400     MOVE 01                      TO H-DAT-TT
229500     IF H-DAT-MM                  = 12
229600     THEN
229700       ADD C-1                    TO H-DAT-JJJJ
229800       MOVE 01                    TO H-DAT-MM
229900     ELSE
230000       ADD C-1                    TO H-DAT-MM
230100     END-IF
230200     MOVE H-DATUM                 TO H-FTG-VON
230300     PERFORM 7100-VORTAG          THRU 7100-VORTAG-EXIT
230400     MOVE H-FTG-BIS               TO H-MONATSENDE
230500     .
230600 7200-MONATSENDE-1002.
230700 7200-MONATSENDE-EXIT.
230800     EXIT.
230900/---------------------------------------------------------------*
231000* Rhythmus der Regel gegen den Ultimomonat pruefen (Quartal:    *
231100* Maerz, Juni, September, Dezember; Jahr: Dezember)             *
231200*---------------------------------------------------------------*
231300 7300-RHYTHMUS-PRUEFEN SECTION.
231400 7300-RHYTHMUS-PRUEFEN-1001.
231500     SET REGEL-FAELLIG            TO TRUE
231600     EVALUATE TRUE
231700     WHEN UPL-R-QUARTAL (H-REGEL-IND)
231800       IF H-UM-MM                 NOT = 03 AND 06 AND 09 AND 12
231900       THEN
232000         SET REGEL-N-FAELLIG      TO TRUE
232100       END-IF
232200     WHEN UPL-R-JAHR (H-REGEL-IND)
232300       IF H-UM-MM                 NOT = 12
232400       THEN
232500         SET REGEL-N-FAELLIG      TO TRUE
232600       END-IF
232700     WHEN OTHER
232800       CONTINUE
232900     END-EVALUATE
233000     .
233100 7300-RHYTHMUS-PRUEFEN-1002.
233200 7300-RHYTHMUS-PRUEFEN-EXIT.
233300     EXIT.
233400/---------------------------------------------------------------*
233500* Berichtszeitraum zum Ultimomonat und Rhythmus: Beginn, Ende   *
233600* und Ende des Vorzeitraums                                     *
233700*---------------------------------------------------------------*
233800 7400-PERIODE-BESTIMMEN SECTION.
233900 7400-PERIODE-BESTIMMEN-1001.
234000     MOVE H-ULTIMO-MONAT          TO H-MONAT
234100     PERFORM 7200-MONATSENDE      THRU 7200-MONATSENDE-EXIT
234200     MOVE H-MONATSENDE            TO H-PERIODE-BIS
234300     MOVE H-UM-JJJJ               TO H-DAT-JJJJ
234400     MOVE 01                      TO H-DAT-TT
234500     EVALUATE TRUE
234600     WHEN UPL-R-QUARTAL (H-REGEL-IND)
234700       COMPUTE H-DAT-MM           = H-UM-MM - 2
234800     WHEN UPL-R-JAHR (H-REGEL-IND)
234900       MOVE 01                    TO H-DAT-MM
235000     WHEN OTHER
235100       MOVE H-UM-MM               TO H-DAT-MM
235200     END-EVALUATE
235300     MOVE H-DATUM                 TO H-PERIODE-VON
235400     MOVE H-PERIODE-VON           TO H-FTG-VON
235500     PERFORM 7100-VORTAG          THRU 7100-VORTAG-EXIT
235600     MOVE H-FTG-BIS               TO H-VOR-PERIODE-BIS
235700     .
235800 7400-PERIODE-BESTIMMEN-1002.
235900 7400-PERIODE-BESTIMMEN-EXIT.
236000     EXIT.
236100/---------------------------------------------------------------*
236200* Programmende: Summen                                          *
236300*---------------------------------------------------------------*
236400 9999-EXIT SECTION.
236500 9999-EXIT-1001.
236600     MOVE SPACE                   TO UPL-DRUCKZEILE
236700     WRITE UPL-DRUCKZEILE
236800     IF MODUS-PLANUNG
236900     THEN
237000       MOVE H-ANZ-FAELLIG         TO UPL-EP-FAELLIG
237100       MOVE H-ANZ-NEU             TO UPL-EP-NEU
237200       MOVE UPL-ENDE-PLANUNG      TO UPL-DRUCKZEILE
237300     ELSE
237400       MOVE H-ANZ-GELAUFEN        TO UPL-EB-GELAUFEN
237500       MOVE H-ANZ-MIT-FEHLERN     TO UPL-EB-FEHLER
237600       MOVE H-ANZ-ABGEBROCHEN     TO UPL-EB-ABGEBROCHEN
237700       MOVE H-ANZ-NICHT-GELAUFEN  TO UPL-EB-NICHT-GELAUFEN
237800       MOVE H-ANZ-NICHT-GEPLANT   TO UPL-EB-NICHT-GEPLANT
237900       MOVE H-ANZ-AUSGESETZT      TO UPL-EB-AUSGESETZT
238000       MOVE H-ANZ-OFFEN           TO UPL-EB-OFFEN
238100       MOVE UPL-ENDE-BERICHT      TO UPL-DRUCKZEILE
238200     END-IF
238300     WRITE UPL-DRUCKZEILE
238400     CLOSE UPLAUS
238500     .
238600 9999-EXIT-1002.
238700 9999-EXIT-EXIT.
238800     EXIT.
