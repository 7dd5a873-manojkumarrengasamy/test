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
000160*@Titel         : Kapazitaetsprognose Abstimmkreise und Tabellen
000160*@Elementname   : akacap.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Kapazitaetsprognose Bestaende             *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Monatslauf zur Mengen- und Wachstumsplanung. Teil 1 je   *
001800* Abstimmkreis (KA03AKRS): Transaktionssaetze je Monat der *
001900* letzten zwoelf Monate aus KA02AKVO (Zeilenscan           *
002000* KA03AKVO), offener Bestand (Status 2 und 3) aus dem      *
002100* Schnappschuss OPXDAT von AKAOPX, geschlossener Bestand   *
002200* aus KA_TABLE_SCH. Wachstum je Monat = (Mittel der        *
002300* letzten drei Monate - Mittel der drei aeltesten Monate)  *
002400* / 9, Prognose = Mittel der letzten drei Monate + zwoelf  *
002500* Monate Wachstum. Nicht hochvolumige Kreise, deren        *
002600* Prognose die Hochvolumen-Schwelle erreicht, werden mit   *
002700* dem voraussichtlichen Monat gemeldet.                    *
002800* Teil 2 je betrieblicher Tabelle (KA02AKVO, KA_TABLE_SCH, *
002900* KA02AKNO, KA02AKRW, KA02AKAH, KA02AKGS sowie die von     *
003000* AKAHSK bereinigten KA02AKQU, KA02AKDE, KA02AKRG,         *
003100* KA02AKLK): Zeilenzahl, Wachstum gegen den aeltesten      *
003200* Stand der Verlaufsdatei CAPHIST im Zwoelfmonatsfenster,  *
003300* Prognose auf zwoelf Monate. Gemeldet werden Tabellen mit *
003400* Bereinigungslauf (AKAARC/AKAHSK), deren Wachstum je      *
003500* Monat die Toleranz uebersteigt (die Bereinigung haelt    *
003600* den Bestand nicht), wachsende Tabellen ohne              *
003700* Bereinigungslauf und Tabellen, deren Prognose die        *
003800* Zeilengrenze erreicht. Der Stand des Berichtsmonats wird *
003900* an CAPHIST angehaengt.                                   *
004000* Steuerung ueber CAPPARM (optional): Berichtsmonat        *
004100* (JJJJMM, Vorgabe Vormonat), Hochvolumen-Schwelle         *
004200* (Saetze je Monat), Zeilengrenze je Tabelle, Toleranz     *
004300* (Prozent je Monat).                                      *
004400*@E-ELEMENTBESCHREIBUNG                                    *
004500*                                                          *
004600*@A-MODULAUFRUF                                            *
004700* AKARUN  : Zentrales Laufregister                         *
004800*@E-MODULAUFRUF                                            *
004900*                                                          *
005000*@A-COBOL-COPY                                             *
005100* Benoetigte COBOL-Copies:                                 *
005200* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005300* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005400* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
005500* CKA0AKVO   : ZEILENSCAN KA03AKVO                         *
005600* CKA0SCH    : ZEILENSCAN KA03SCH                          *
005700* CKAOPXS    : SATZAUFBAU SCHNAPPSCHUSS OPXDAT             *
005800* CKAIRUN    : EINGABEBEREICH AKARUN                       *
005900*@E-COBOL-COPY                                             *
006000*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58811                                               *      D01
090052*     Neuanlage - monatliche Kapazitaetsprognose je        *      D01
090053*     Abstimmkreis und je betrieblicher Tabelle mit        *      D01
090054*     Meldung Hochvolumen-Schwelle und Bereinigung.        *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKACAP.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT CAPPARM               ASSIGN TO "CAPPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300     SELECT OPXDAT                ASSIGN TO "OPXDAT"
101400                                  ORGANIZATION IS LINE SEQUENTIAL
101500                                  FILE STATUS IS H-DAT-FS.
101600     SELECT CAPHIST               ASSIGN TO "CAPHIST"
101700                                  ORGANIZATION IS LINE SEQUENTIAL
101800                                  FILE STATUS IS H-HIST-FS.
101900     SELECT CAPAUS                ASSIGN TO "CAPAUS"
102000                                  ORGANIZATION IS LINE SEQUENTIAL.
102100 DATA DIVISION.
102200 FILE SECTION.
102300 FD  CAPPARM
102400     RECORDING MODE IS F.
102500 01  CAP-PARM-SATZ.
102600     05 CAP-P-MONAT               PIC 9(006).
102700     05 FILLER                    PIC X(001).
102800     05 CAP-P-HV-SCHWELLE         PIC 9(009).
102900     05 FILLER                    PIC X(001).
103000     05 CAP-P-TAB-GRENZE          PIC 9(011).
103100     05 FILLER                    PIC X(001).
103200     05 CAP-P-TOLERANZ            PIC 9(003).
103300 FD  OPXDAT
103400     RECORDING MODE IS F.
103500     COPY CKAOPXS.
103600 FD  CAPHIST
103700     RECORDING MODE IS F.
103800 01  CAP-HIST-SATZ.
103900     05 CAP-H-MONAT               PIC 9(006).
104000     05 FILLER                    PIC X(001).
104100     05 CAP-H-TABELLE             PIC X(012).
104200     05 FILLER                    PIC X(001).
104300     05 CAP-H-ANZAHL              PIC 9(011).
104400 FD  CAPAUS
104500     RECORDING MODE IS F.
104600 01  CAP-DRUCKZEILE               PIC X(150).
104700*---------------------------------------------------------------*
104800* WORKING-STORAGE-Section                                       *
104900*---------------------------------------------------------------*
105000 WORKING-STORAGE SECTION.
105100 01  VERS-INF.
105200     05  FILLER PIC X(13) VALUE "ELEM=akacap  ".
105300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105400/---------------------------------------------------------------*
105500* Konstanten                                                    *
105600*---------------------------------------------------------------*
105700 01  GS-KONSTANTEN.
105800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105900     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
106000     20 C-OBJEKT-TAB-KA03AKVO     PIC X(009) VALUE "KA03AKVO".
106100     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
106200     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
106300     20 C-MAX-AK                  PIC 9(004) VALUE 2000.
106400     20 C-ANZ-MONATE              PIC 9(002) VALUE 12.
106500     20 C-PROGNOSE-MONATE         PIC 9(002) VALUE 12.
106600     20 C-MONATE-JE-JAHR          PIC 9(002) VALUE 12.
106700     20 C-MONATE-ABSTAND          PIC 9(002) VALUE 9.
106800     20 C-DREI                    PIC 9(001) VALUE 3.
106900     20 C-HUNDERT                 PIC 9(003) VALUE 100.
107000     20 C-J                       PIC X(001) VALUE "J".
107100     20 C-N                       PIC X(001) VALUE "N".
107200     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107300 01  C-STATI.
107400     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
107500     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
107600/---------------------------------------------------------------*
107700* Standardwerte, wenn CAPPARM fehlt oder leer ist               *
107800*---------------------------------------------------------------*
107900 01  C-STD-WERTE.
108000     05 C-STD-HV-SCHWELLE         PIC 9(009) VALUE 100000.
108100     05 C-STD-TAB-GRENZE          PIC 9(011) VALUE 50000000.
108200     05 C-STD-TOLERANZ            PIC 9(003) VALUE 1.
108300/---------------------------------------------------------------*
108400* Betriebliche Tabellen: Zugriffsobjekt, Name im Bericht und    *
108500* zustaendiger Bereinigungslauf (leer: keiner); die ersten      *
108600* beiden werden mit den Abstimmkreis-Daten gezaehlt             *
108700*---------------------------------------------------------------*
108800 01  CAP-TAB-WERTE.
108900     05 FILLER PIC X(027) VALUE "KA03AKVO KA02AKVO          ".
109000     05 FILLER PIC X(027) VALUE "KA03SCH  KA_TABLE_SCHAKAARC".
109100     05 FILLER PIC X(027) VALUE "KA03AKNO KA02AKNO          ".
109200     05 FILLER PIC X(027) VALUE "KA03AKRW KA02AKRW          ".
109300     05 FILLER PIC X(027) VALUE "KA03AKAH KA02AKAH          ".
109400     05 FILLER PIC X(027) VALUE "KA03AKGS KA02AKGS          ".
109500     05 FILLER PIC X(027) VALUE "KA03AKQU KA02AKQU    AKAHSK".
109600     05 FILLER PIC X(027) VALUE "KA03AKDE KA02AKDE    AKAHSK".
109700     05 FILLER PIC X(027) VALUE "KA03AKRG KA02AKRG    AKAHSK".
109800     05 FILLER PIC X(027) VALUE "KA03AKLK KA02AKLK    AKAHSK".
109900 01  CAP-TAB-STAMM REDEFINES CAP-TAB-WERTE.
110000     05 CAP-TS-EINTRAG            OCCURS 10.
110100        10 CAP-TS-OBJEKT          PIC X(009).
110200        10 CAP-TS-NAME            PIC X(012).
110300        10 CAP-TS-BEREINIGUNG     PIC X(006).
110400 01  C-ANZ-TAB                    PIC 9(002) VALUE 10.
110500 01  C-TAB-AKVO                   PIC 9(002) VALUE 1.
110600 01  C-TAB-SCH                    PIC 9(002) VALUE 2.
110700 01  C-TAB-ERSTE-SEITE            PIC 9(002) VALUE 3.
110800/---------------------------------------------------------------*
110900* Zaehlstaende je Tabelle (Berichtsmonat und Verlaufsbasis)     *
111000*---------------------------------------------------------------*
111100 01  CAP-TAB-TABELLE.
111200     05 CAP-TAB                   OCCURS 10.
111300        10 CAP-T-ANZAHL           PIC 9(011) COMP-3.
111400        10 CAP-T-BASIS-MONAT      PIC 9(006).
111500        10 CAP-T-BASIS-ANZAHL     PIC 9(011) COMP-3.
111600/---------------------------------------------------------------*
111700* Abstimmkreise mit Monatsmengen (1 = Berichtsmonat, 12 = elf   *
111800* Monate davor) und Bestaenden                                  *
111900*---------------------------------------------------------------*
112000 01  CAP-AK-TABELLE.
112100     05 CAP-ANZ-AK                PIC 9(004) COMP-3 VALUE ZERO.
112200     05 CAP-AK                    OCCURS 2000.
112300        10 CAP-A-AK-NUMMER        PIC 9(005).
112400        10 CAP-A-HOCHVOLUMEN-KZ   PIC X(001).
112500        10 CAP-A-MONAT            PIC 9(009) COMP-3 OCCURS 12.
112600        10 CAP-A-OFFEN            PIC 9(009) COMP-3.
112700        10 CAP-A-GESCHLOSSEN      PIC 9(009) COMP-3.
112800/---------------------------------------------------------------*
112900* Berichtszeilen CAPAUS                                         *
113000*---------------------------------------------------------------*
113100 01  CAP-KOPF.
113200     05 FILLER                    PIC X(036) VALUE
113300        "KAPAZITAETSPROGNOSE  BERICHTSMONAT: ".
113400     05 CAP-K-MONAT               PIC 9(006).
113500     05 FILLER                    PIC X(016) VALUE
113600        "  HV-SCHWELLE:  ".
113700     05 CAP-K-HV-SCHWELLE         PIC Z(008)9.
113800     05 FILLER                    PIC X(016) VALUE
113900        "  ZEILENGRENZE: ".
114000     05 CAP-K-TAB-GRENZE          PIC Z(010)9.
114100     05 FILLER                    PIC X(013) VALUE
114200        "  TOLERANZ:  ".
114300     05 CAP-K-TOLERANZ            PIC ZZ9.
114400     05 FILLER                    PIC X(040) VALUE
114500        " PROZENT JE MONAT".
114600 01  CAP-KOPF-AK.
114700     05 FILLER                    PIC X(040) VALUE
114800        "ABSTIMMKREIS HV   MONAT  MITTEL 3M  WACH".
114900     05 FILLER                    PIC X(040) VALUE
115000        "STUM/M  PROZ  PROGNOSE 12M      OFFEN GE".
115100     05 FILLER                    PIC X(040) VALUE
115200        "SCHLOSSEN  HINWEIS                      ".
115300     05 FILLER                    PIC X(030) VALUE SPACE.
115400 01  CAP-AK-ZEILE.
115500     05 CAP-AZ-AK-NUMMER          PIC 9(005).
115600     05 FILLER                    PIC X(008) VALUE SPACE.
115700     05 CAP-AZ-HV-KZ              PIC X(001).
115800     05 FILLER                    PIC X(001) VALUE SPACE.
115900     05 CAP-AZ-MONAT              PIC Z(008)9.
116000     05 FILLER                    PIC X(001) VALUE SPACE.
116100     05 CAP-AZ-MITTEL             PIC Z(008)9.
116200     05 FILLER                    PIC X(001) VALUE SPACE.
116300     05 CAP-AZ-WACHSTUM           PIC -(008)9.
116400     05 FILLER                    PIC X(001) VALUE SPACE.
116500     05 CAP-AZ-PROZENT            PIC -(004)9.
116600     05 FILLER                    PIC X(001) VALUE SPACE.
116700     05 CAP-AZ-PROGNOSE           PIC Z(012)9.
116800     05 FILLER                    PIC X(001) VALUE SPACE.
116900     05 CAP-AZ-OFFEN              PIC Z(009)9.
117000     05 FILLER                    PIC X(001) VALUE SPACE.
117100     05 CAP-AZ-GESCHLOSSEN        PIC Z(009)9.
117200     05 FILLER                    PIC X(002) VALUE SPACE.
117300     05 CAP-AZ-HINWEIS            PIC X(036).
117400     05 FILLER                    PIC X(027) VALUE SPACE.
117500 01  CAP-KOPF-TAB.
117600     05 FILLER                    PIC X(040) VALUE
117700        "TABELLE         ZEILEN  BASIS  ZEILEN BA".
117800     05 FILLER                    PIC X(040) VALUE
117900        "SIS  WACHSTUM/M  PROZ  PROGNOSE 12M BERE".
118000     05 FILLER                    PIC X(040) VALUE
118100        "INIGUNG HINWEIS                         ".
118200     05 FILLER                    PIC X(030) VALUE SPACE.
118300 01  CAP-TAB-ZEILE.
118400     05 CAP-TZ-NAME               PIC X(012).
118500     05 FILLER                    PIC X(001) VALUE SPACE.
118600     05 CAP-TZ-ANZAHL             PIC Z(009)9.
118700     05 FILLER                    PIC X(001) VALUE SPACE.
118800     05 CAP-TZ-BASIS-MONAT        PIC 9(006).
118900     05 FILLER                    PIC X(001) VALUE SPACE.
119000     05 CAP-TZ-BASIS-ANZAHL       PIC Z(009)9.
119100     05 FILLER                    PIC X(002) VALUE SPACE.
119200     05 CAP-TZ-WACHSTUM           PIC -(009)9.
119300     05 FILLER                    PIC X(001) VALUE SPACE.
119400     05 CAP-TZ-PROZENT            PIC -(004)9.
119500     05 FILLER                    PIC X(001) VALUE SPACE.
119600     05 CAP-TZ-PROGNOSE           PIC Z(012)9.
119700     05 FILLER                    PIC X(001) VALUE SPACE.
119800     05 CAP-TZ-BEREINIGUNG        PIC X(006).
119900     05 FILLER                    PIC X(003) VALUE SPACE.
120000     05 CAP-TZ-HINWEIS            PIC X(030).
120100     05 FILLER                    PIC X(001) VALUE SPACE.
120200     05 CAP-TZ-HINWEIS-GRENZE     PIC X(024).
120300     05 FILLER                    PIC X(014) VALUE SPACE.
120400 01  CAP-HINWEIS-MONATE.
120500     05 CAP-HM-TEXT               PIC X(014).
120600     05 CAP-HM-MONATE             PIC Z9.
120700     05 FILLER                    PIC X(008) VALUE " MONATEN".
120800 01  CAP-ENDE.
120900     05 FILLER                    PIC X(017) VALUE
121000        "ABSTIMMKREISE:   ".
121100     05 CAP-E-ANZ-AK              PIC Z(004)9.
121200     05 FILLER                    PIC X(019) VALUE
121300        "  HV-SCHWELLE:     ".
121400     05 CAP-E-ANZ-AK-MELDUNG      PIC Z(004)9.
121500     05 FILLER                    PIC X(019) VALUE
121600        "  TABELLEN:        ".
121700     05 CAP-E-ANZ-TAB             PIC Z(004)9.
121800     05 FILLER                    PIC X(019) VALUE
121900        "  GEMELDET:        ".
122000     05 CAP-E-ANZ-TAB-MELDUNG     PIC Z(004)9.
122100     05 FILLER                    PIC X(019) VALUE
122200        "  NICHT GELADEN:   ".
122300     05 CAP-E-VERWORFEN           PIC Z(004)9.
122400     05 FILLER                    PIC X(027) VALUE SPACE.
122500 01  CAP-MELDUNG-ZEILE.
122600     05 FILLER                    PIC X(009) VALUE "HINWEIS: ".
122700     05 CAP-MZ-TEXT               PIC X(060).
122800     05 FILLER                    PIC X(081) VALUE SPACE.
122900/---------------------------------------------------------------*
123000* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
123100*---------------------------------------------------------------*
123200  COPY DCTGRCGE.
123300  COPY CGSOVER.
123400  COPY CKA0AKRS.
123500  COPY CKA0AKVO.
123600  COPY CKA0SCH.
123700/---------------------------------------------------------------*
123800* Reine Zeilenzaehlung der uebrigen Tabellen: der Inhalt wird   *
123900* nicht ausgewertet, der Ausgabebereich nimmt jede Zeile auf    *
124000*---------------------------------------------------------------*
124100 01  CAP-SCAN-EINGABEBEREICH.
124200     05 CAP-SCAN-ZEILENNUMMER     PIC 9(009) COMP-3.
124300 01  CAP-SCAN-AUSGABEBEREICH      PIC X(2000).
124400 01  DUMMY                        PIC X(001).
124500  COPY CKAIRUN.
124600 01  H-RUN-ZAEHLER.
124700     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
124800     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
124900     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
125000 01  C-LAUFREGISTER-KONSTANTEN.
125100     05 C-01-INT-LAUF-START       PIC X(040) VALUE
125200                                  "01-INT-LAUF-START".
125300     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
125400                                  "01-INT-LAUF-ENDE".
125500     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKACAP".
125600/---------------------------------------------------------------*
125700* Hilfsvariable                                                 *
125800*---------------------------------------------------------------*
125900 01  H-PARM-FS                    PIC X(002).
126000 01  H-DAT-FS                     PIC X(002).
126100 01  H-HIST-FS                    PIC X(002).
126200 01  H-SCAN-STATUS                PIC X(001).
126300     88 SCAN-GEFUNDEN             VALUE "J".
126400     88 SCAN-N-GEFUNDEN           VALUE "N".
126500 01  H-DATEI-KZ                   PIC X(001).
126600     88 DATEI-WEITER              VALUE "J".
126700     88 DATEI-ENDE                VALUE "N".
126800 01  H-LAUFDATUM                  PIC 9(008).
126900 01  H-LAUFDATUM-X REDEFINES H-LAUFDATUM.
127000     05 H-LD-JJJJ                 PIC 9(004).
127100     05 H-LD-MM                   PIC 9(002).
127200     05 H-LD-TT                   PIC 9(002).
127300 01  H-BERICHTSMONAT              PIC 9(006).
127400 01  H-BERICHTSMONAT-X REDEFINES H-BERICHTSMONAT.
127500     05 H-BM-JJJJ                 PIC 9(004).
127600     05 H-BM-MM                   PIC 9(002).
127700 01  H-MONAT                      PIC 9(006).
127800 01  H-MONAT-X REDEFINES H-MONAT.
127900     05 H-MO-JJJJ                 PIC 9(004).
128000     05 H-MO-MM                   PIC 9(002).
128100 01  H-DATUM                      PIC 9(008).
128200 01  H-DATUM-X REDEFINES H-DATUM.
128300     05 H-DT-JJJJMM               PIC 9(006).
128400     05 H-DT-TT                   PIC 9(002).
128500 01  H-BM-NR                      PIC 9(006) COMP-3.
128600 01  H-MO-NR                      PIC 9(006) COMP-3.
128700 01  H-ABSTAND                    PIC S9(006) COMP-3.
128800 01  H-HV-SCHWELLE                PIC 9(009).
128900 01  H-TAB-GRENZE                 PIC 9(011).
129000 01  H-TOLERANZ                   PIC 9(003).
129100 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
129200 01  H-AK-NUMMER                  PIC 9(005).
129300 01  H-AK-IND                     PIC 9(004) COMP-3.
129400 01  H-TAB-IND                    PIC 9(002) COMP-3.
129500 01  H-MON-IND                    PIC 9(002) COMP-3.
129600 01  H-OBJEKT-TAB                 PIC X(009).
129700 01  H-ZEILEN                     PIC 9(011) COMP-3.
129800 01  H-MITTEL-NEU                 PIC 9(009) COMP-3.
129900 01  H-MITTEL-ALT                 PIC 9(009) COMP-3.
130000 01  H-WACHSTUM                   PIC S9(011)V9(002) COMP-3.
130100 01  H-PROZENT                    PIC S9(005) COMP-3.
130200 01  H-PROGNOSE                   PIC S9(013) COMP-3.
130300 01  H-MONATE-BIS                 PIC 9(005) COMP-3.
130400 01  H-GEMELDET-KZ                PIC X(001).
130500     88 GEMELDET                  VALUE "J".
130600     88 N-GEMELDET                VALUE "N".
130700 01  H-ANZ-AK-MELDUNG             PIC 9(005) COMP-3 VALUE ZERO.
130800 01  H-ANZ-TAB-MELDUNG            PIC 9(005) COMP-3 VALUE ZERO.
130900 01  H-ANZ-VERWORFEN              PIC 9(005) COMP-3 VALUE ZERO.
131000/****************************************************************
131100 PROCEDURE DIVISION.
131200*****************************************************************
131300 0000-MAINLINE SECTION.
131400 0000-MAINLINE-1001.
131500     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
131600     PERFORM 2000-AK-LADEN        THRU 2000-AK-LADEN-EXIT
131700     PERFORM 3000-ANLIEFERUNGEN   THRU 3000-ANLIEFERUNGEN-EXIT
131800     PERFORM 3200-SCHLIESSUNGEN   THRU 3200-SCHLIESSUNGEN-EXIT
131900     PERFORM 3400-OFFENER-BESTAND THRU 3400-OFFENER-BESTAND-EXIT
132000     PERFORM 4000-TABELLEN-ZAEHLEN
132100                              THRU 4000-TABELLEN-ZAEHLEN-EXIT
132200     PERFORM 5000-VERLAUF-LESEN   THRU 5000-VERLAUF-LESEN-EXIT
132300     PERFORM 6000-AK-BERICHT      THRU 6000-AK-BERICHT-EXIT
132400     PERFORM 7000-TABELLEN-BERICHT
132500                              THRU 7000-TABELLEN-BERICHT-EXIT
132600     PERFORM 7500-VERLAUF-SCHREIBEN
132700                              THRU 7500-VERLAUF-SCHREIBEN-EXIT
132800     PERFORM 8100-LAUFREGISTER-ENDE
132900                              THRU 8100-LAUFREGISTER-ENDE-EXIT
133000     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
133100     STOP RUN
133200     .
133300 0000-MAINLINE-1002.
133400     EXIT.
133500/---------------------------------------------------------------*
133600* Initialisierung: Berichtsmonat und Schwellen aus CAPPARM      *
133700* (optional), sonst Vormonat des Laufdatums und Standardwerte   *
133800*---------------------------------------------------------------*
133900 1000-INITIALISIERUNG SECTION.
134000 1000-INITIALISIERUNG-1001.
134100     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
134200     INITIALIZE CAP-PARM-SATZ
134300     OPEN INPUT CAPPARM
134400     IF H-PARM-FS                 = "00"
134500     THEN
134600       READ CAPPARM
134700         AT END
134800           INITIALIZE CAP-PARM-SATZ
134900       END-READ
135000       CLOSE CAPPARM
135100     END-IF
135200     IF CAP-P-MONAT               NUMERIC
135300        AND CAP-P-MONAT           > ZERO
135400     THEN
135500       MOVE CAP-P-MONAT           TO H-BERICHTSMONAT
135600     ELSE
135700       IF H-LD-MM                 = C-1
135800       THEN
135900         COMPUTE H-BM-JJJJ        = H-LD-JJJJ - C-1
136000         MOVE C-MONATE-JE-JAHR    TO H-BM-MM
136100       ELSE
136200         MOVE H-LD-JJJJ           TO H-BM-JJJJ
136300         COMPUTE H-BM-MM          = H-LD-MM - C-1
136400       END-IF
136500     END-IF
136600     COMPUTE H-BM-NR = H-BM-JJJJ * C-MONATE-JE-JAHR + H-BM-MM
136700     MOVE C-STD-HV-SCHWELLE       TO H-HV-SCHWELLE
136800     IF CAP-P-HV-SCHWELLE         NUMERIC
136900        AND CAP-P-HV-SCHWELLE     > ZERO
137000     THEN
137100       MOVE CAP-P-HV-SCHWELLE     TO H-HV-SCHWELLE
137200     END-IF
137300     MOVE C-STD-TAB-GRENZE        TO H-TAB-GRENZE
137400     IF CAP-P-TAB-GRENZE          NUMERIC
137500        AND CAP-P-TAB-GRENZE      > ZERO
137600     THEN
137700       MOVE CAP-P-TAB-GRENZE      TO H-TAB-GRENZE
137800     END-IF
137900     MOVE C-STD-TOLERANZ          TO H-TOLERANZ
138000     IF CAP-P-TOLERANZ            NUMERIC
138100        AND CAP-P-TOLERANZ        > ZERO
138200     THEN
138300       MOVE CAP-P-TOLERANZ        TO H-TOLERANZ
138400     END-IF
138500     PERFORM 8000-LAUFREGISTER-START
138600                              THRU 8000-LAUFREGISTER-START-EXIT
138700     INITIALIZE CAP-TAB-TABELLE
138800     OPEN OUTPUT CAPAUS
138900     MOVE H-BERICHTSMONAT         TO CAP-K-MONAT
139000     MOVE H-HV-SCHWELLE           TO CAP-K-HV-SCHWELLE
139100     MOVE H-TAB-GRENZE            TO CAP-K-TAB-GRENZE
139200     MOVE H-TOLERANZ              TO CAP-K-TOLERANZ
139300     MOVE CAP-KOPF                TO CAP-DRUCKZEILE
139400     WRITE CAP-DRUCKZEILE
139500     .
139600 1000-INITIALISIERUNG-1002.
139700 1000-INITIALISIERUNG-EXIT.
139800     EXIT.
139900/---------------------------------------------------------------*
140000* Abstimmkreise aus KA03AKRS laden                              *
140100*---------------------------------------------------------------*
140200 2000-AK-LADEN SECTION.
140300 2000-AK-LADEN-1001.
140400     MOVE C-1                     TO H-LFD-ZEILE
140500     PERFORM 2100-LESEN-AKRS-ZEILE
140600                              THRU 2100-LESEN-AKRS-ZEILE-EXIT
140700     PERFORM UNTIL SCAN-N-GEFUNDEN
140800       IF CAP-ANZ-AK              < C-MAX-AK
140900       THEN
141000         ADD C-1                  TO CAP-ANZ-AK
141100         INITIALIZE CAP-AK (CAP-ANZ-AK)
141200         MOVE KA0AKRS-AK-NUMMER   TO CAP-A-AK-NUMMER (CAP-ANZ-AK)
141300         MOVE KA0AKRS-HOCHVOLUMEN-KZ
141400                            TO CAP-A-HOCHVOLUMEN-KZ (CAP-ANZ-AK)
141500       ELSE
141600         ADD C-1                  TO H-ANZ-VERWORFEN
141700       END-IF
141800       ADD C-1                    TO H-LFD-ZEILE
141900       PERFORM 2100-LESEN-AKRS-ZEILE
142000                              THRU 2100-LESEN-AKRS-ZEILE-EXIT
142100     END-PERFORM
142200     .
142300 2000-AK-LADEN-1002.
142400 2000-AK-LADEN-EXIT.
142500     EXIT.
142600/---------------------------------------------------------------*
142700* Zeile aus KA03AKRS lesen                                      *
142800*---------------------------------------------------------------*
142900 2100-LESEN-AKRS-ZEILE SECTION.
143000 2100-LESEN-AKRS-ZEILE-1001.
143100     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
143200     CALL "CGSTAB" USING
143300          C-TAB-LESEN-ZEILE
143400          C-KONFIG-ID-KA
143500          C-OBJEKT-TAB-KA03AKRS
143600          GSOVER-VERSTAENDIGUNGSBEREICH
143700          KA0AKRS-EINGABEBEREICH
143800          KA0AKRS-AUSGABEBEREICH
143900          DUMMY
144000     END-CALL
144100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
144200     THEN
144300       SET SCAN-GEFUNDEN          TO TRUE
144400       ADD C-1                    TO H-RUN-ANZ-GELESEN
144500     ELSE
144600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
144700       SET SCAN-N-GEFUNDEN        TO TRUE
144800     END-IF
144900     .
145000 2100-LESEN-AKRS-ZEILE-1002.
145100 2100-LESEN-AKRS-ZEILE-EXIT.
145200     EXIT.
145300/---------------------------------------------------------------*
145400* Anlieferungsvolumen KA02AKVO: Zeilen zaehlen, Transaktions-   *
145500* saetze der letzten zwoelf Monate je Abstimmkreis aufaddieren  *
145600*---------------------------------------------------------------*
145700 3000-ANLIEFERUNGEN SECTION.
145800 3000-ANLIEFERUNGEN-1001.
145900     MOVE C-1                     TO H-LFD-ZEILE
146000     PERFORM 3100-LESEN-AKVO-ZEILE
146100                              THRU 3100-LESEN-AKVO-ZEILE-EXIT
146200     PERFORM UNTIL SCAN-N-GEFUNDEN
146300       ADD C-1                    TO CAP-T-ANZAHL (C-TAB-AKVO)
146400       MOVE KA0AKVO-LAUFDATUM     TO H-DATUM
146500       MOVE H-DT-JJJJMM           TO H-MONAT
146600       COMPUTE H-MO-NR = H-MO-JJJJ * C-MONATE-JE-JAHR + H-MO-MM
146700       COMPUTE H-ABSTAND          = H-BM-NR - H-MO-NR
146800       IF H-ABSTAND               NOT < ZERO
146900          AND H-ABSTAND           < C-ANZ-MONATE
147000       THEN
147100         MOVE KA0AKVO-AK-NUMMER   TO H-AK-NUMMER
147200         PERFORM 7900-AK-SUCHEN   THRU 7900-AK-SUCHEN-EXIT
147300         IF H-AK-IND              > ZERO
147400         THEN
147500           COMPUTE H-MON-IND      = H-ABSTAND + C-1
147600           ADD KA0AKVO-ANZAHL
147700                        TO CAP-A-MONAT (H-AK-IND, H-MON-IND)
147800         END-IF
147900       END-IF
148000       ADD C-1                    TO H-LFD-ZEILE
148100       PERFORM 3100-LESEN-AKVO-ZEILE
148200                              THRU 3100-LESEN-AKVO-ZEILE-EXIT
148300     END-PERFORM
148400     .
148500 3000-ANLIEFERUNGEN-1002.
148600 3000-ANLIEFERUNGEN-EXIT.
148700     EXIT.
148800/---------------------------------------------------------------*
148900* Zeile aus KA03AKVO lesen                                      *
149000*---------------------------------------------------------------*
149100 3100-LESEN-AKVO-ZEILE SECTION.
149200 3100-LESEN-AKVO-ZEILE-1001.
149300     MOVE H-LFD-ZEILE             TO KA0AKVO-ZEILENNUMMER
149400     CALL "CGSTAB" USING
149500          C-TAB-LESEN-ZEILE
149600          C-KONFIG-ID-KA
149700          C-OBJEKT-TAB-KA03AKVO
149800          GSOVER-VERSTAENDIGUNGSBEREICH
149900          KA0AKVO-EINGABEBEREICH
150000          KA0AKVO-AUSGABEBEREICH
150100          DUMMY
150200     END-CALL
150300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
150400     THEN
150500       SET SCAN-GEFUNDEN          TO TRUE
150600       ADD C-1                    TO H-RUN-ANZ-GELESEN
150700     ELSE
150800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
150900       SET SCAN-N-GEFUNDEN        TO TRUE
151000     END-IF
151100     .
151200 3100-LESEN-AKVO-ZEILE-1002.
151300 3100-LESEN-AKVO-ZEILE-EXIT.
151400     EXIT.
151500/---------------------------------------------------------------*
151600* Geschlossener Bestand: Schliessungen je Abstimmkreis zaehlen  *
151700*---------------------------------------------------------------*
151800 3200-SCHLIESSUNGEN SECTION.
151900 3200-SCHLIESSUNGEN-1001.
152000     MOVE C-1                     TO H-LFD-ZEILE
152100     PERFORM 3300-LESEN-SCH-ZEILE
152200                              THRU 3300-LESEN-SCH-ZEILE-EXIT
152300     PERFORM UNTIL SCAN-N-GEFUNDEN
152400       ADD C-1                    TO CAP-T-ANZAHL (C-TAB-SCH)
152500       MOVE KA0SCH-AK-NUMMER      TO H-AK-NUMMER
152600       PERFORM 7900-AK-SUCHEN     THRU 7900-AK-SUCHEN-EXIT
152700       IF H-AK-IND                > ZERO
152800       THEN
152900         ADD C-1                  TO CAP-A-GESCHLOSSEN (H-AK-IND)
153000       END-IF
153100       ADD C-1                    TO H-LFD-ZEILE
153200       PERFORM 3300-LESEN-SCH-ZEILE
153300                              THRU 3300-LESEN-SCH-ZEILE-EXIT
153400     END-PERFORM
153500     .
153600 3200-SCHLIESSUNGEN-1002.
153700 3200-SCHLIESSUNGEN-EXIT.
153800     EXIT.
153900/---------------------------------------------------------------*
154000* Zeile aus KA03SCH lesen                                       *
154100*---------------------------------------------------------------*
154200 3300-LESEN-SCH-ZEILE SECTION.
154300 3300-LESEN-SCH-ZEILE-1001.
154400     MOVE H-LFD-ZEILE             TO KA0SCH-ZEILENNUMMER
154500     CALL "CGSTAB" USING
154600          C-TAB-LESEN-ZEILE
154700          C-KONFIG-ID-KA
154800          C-OBJEKT-TAB-KA03SCH
154900          GSOVER-VERSTAENDIGUNGSBEREICH
155000          KA0SCH-EINGABEBEREICH
155100          KA0SCH-AUSGABEBEREICH
155200          DUMMY
155300     END-CALL
155400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
155500     THEN
155600       SET SCAN-GEFUNDEN          TO TRUE
155700       ADD C-1                    TO H-RUN-ANZ-GELESEN
155800     ELSE
155900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
156000       SET SCAN-N-GEFUNDEN        TO TRUE
156100     END-IF
156200     .
156300 3300-LESEN-SCH-ZEILE-1002.
156400 3300-LESEN-SCH-ZEILE-EXIT.
156500     EXIT.
156600/---------------------------------------------------------------*
156700* Offener Bestand (Status 2 und 3) aus dem Schnappschuss OPXDAT *
156800* von AKAOPX; fehlt er, bleibt der offene Bestand leer          *
156900*---------------------------------------------------------------*
157000 3400-OFFENER-BESTAND SECTION.
157100 3400-OFFENER-BESTAND-1001.
157200     OPEN INPUT OPXDAT
157300     IF H-DAT-FS                  NOT = "00"
157400     THEN
157500       MOVE "SCHNAPPSCHUSS OPXDAT FEHLT - OFFENER BESTAND LEER"
157600                                  TO CAP-MZ-TEXT
157700       MOVE CAP-MELDUNG-ZEILE     TO CAP-DRUCKZEILE
157800       WRITE CAP-DRUCKZEILE
157900       GO TO 3400-OFFENER-BESTAND-EXIT
158000     END-IF
158100     SET DATEI-WEITER             TO TRUE
158200     MOVE ZERO                    TO H-AK-NUMMER
158300                                     H-AK-IND
158400     PERFORM UNTIL DATEI-ENDE
158500       READ OPXDAT
158600         AT END
158700           SET DATEI-ENDE         TO TRUE
158800         NOT AT END
158900           IF KAOPXS-POSTEN
159000           THEN
159100             IF KAOPXS-ABSTIMMKREIS-NR NOT = H-AK-NUMMER
159200             THEN
159300               MOVE KAOPXS-ABSTIMMKREIS-NR TO H-AK-NUMMER
159400               PERFORM 7900-AK-SUCHEN
159500                                  THRU 7900-AK-SUCHEN-EXIT
159600             END-IF
159700             IF H-AK-IND          > ZERO
159800             THEN
159900               ADD C-1            TO CAP-A-OFFEN (H-AK-IND)
160000             END-IF
160100           END-IF
160200       END-READ
160300     END-PERFORM
160400     CLOSE OPXDAT
160500     .
160600 3400-OFFENER-BESTAND-1002.
160700 3400-OFFENER-BESTAND-EXIT.
160800     EXIT.
160900/---------------------------------------------------------------*
161000* Zeilenzahl der uebrigen betrieblichen Tabellen                *
161100*---------------------------------------------------------------*
161200 4000-TABELLEN-ZAEHLEN SECTION.
161300 4000-TABELLEN-ZAEHLEN-1001.
161400     PERFORM VARYING H-TAB-IND FROM C-TAB-ERSTE-SEITE BY 1
161500             UNTIL H-TAB-IND      > C-ANZ-TAB
161600       MOVE CAP-TS-OBJEKT (H-TAB-IND) TO H-OBJEKT-TAB
161700       MOVE ZERO                  TO H-ZEILEN
161800       MOVE C-1                   TO H-LFD-ZEILE
161900       PERFORM 4100-LESEN-ZEILE   THRU 4100-LESEN-ZEILE-EXIT
162000       PERFORM UNTIL SCAN-N-GEFUNDEN
162100         ADD C-1                  TO H-ZEILEN
162200         ADD C-1                  TO H-LFD-ZEILE
162300         PERFORM 4100-LESEN-ZEILE THRU 4100-LESEN-ZEILE-EXIT
162400       END-PERFORM
162500       MOVE H-ZEILEN              TO CAP-T-ANZAHL (H-TAB-IND)
162600     END-PERFORM
162700     .
162800 4000-TABELLEN-ZAEHLEN-1002.
162900 4000-TABELLEN-ZAEHLEN-EXIT.
163000     EXIT.
163100/---------------------------------------------------------------*
163200* Zeile der aktuellen Tabelle lesen (nur Zaehlung)              *
163300*---------------------------------------------------------------*
163400 4100-LESEN-ZEILE SECTION.
163500 4100-LESEN-ZEILE-1001.
163600     MOVE H-LFD-ZEILE             TO CAP-SCAN-ZEILENNUMMER
163700     CALL "CGSTAB" USING
163800          C-TAB-LESEN-ZEILE
163900          C-KONFIG-ID-KA
164000          H-OBJEKT-TAB
164100          GSOVER-VERSTAENDIGUNGSBEREICH
164200          CAP-SCAN-EINGABEBEREICH
164300          CAP-SCAN-AUSGABEBEREICH
164400          DUMMY
164500     END-CALL
164600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
164700     THEN
164800       SET SCAN-GEFUNDEN          TO TRUE
164900       ADD C-1                    TO H-RUN-ANZ-GELESEN
165000     ELSE
165100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165200       SET SCAN-N-GEFUNDEN        TO TRUE
165300     END-IF
165400     .
165500 4100-LESEN-ZEILE-1002.
165600 4100-LESEN-ZEILE-EXIT.
165700     EXIT.
165800/---------------------------------------------------------------*
165900* Verlaufsdatei CAPHIST: je Tabelle den aeltesten Stand im      *
166000* Zwoelfmonatsfenster vor dem Berichtsmonat als Basis merken    *
166100* (ein Stand des Berichtsmonats selbst stammt aus einem         *
166200* frueheren Lauf desselben Monats und bleibt unberuecksichtigt) *
166300*---------------------------------------------------------------*
166400 5000-VERLAUF-LESEN SECTION.
166500 5000-VERLAUF-LESEN-1001.
166600     OPEN INPUT CAPHIST
166700     IF H-HIST-FS                 NOT = "00"
166800     THEN
166900       GO TO 5000-VERLAUF-LESEN-EXIT
167000     END-IF
167100     SET DATEI-WEITER             TO TRUE
167200     PERFORM UNTIL DATEI-ENDE
167300       READ CAPHIST
167400         AT END
167500           SET DATEI-ENDE         TO TRUE
167600         NOT AT END
167700           PERFORM 5100-VERLAUF-SATZ
167800                              THRU 5100-VERLAUF-SATZ-EXIT
167900       END-READ
168000     END-PERFORM
168100     CLOSE CAPHIST
168200     .
168300 5000-VERLAUF-LESEN-1002.
168400 5000-VERLAUF-LESEN-EXIT.
168500     EXIT.
168600/---------------------------------------------------------------*
168700* Ein Verlaufssatz                                              *
168800*---------------------------------------------------------------*
168900 5100-VERLAUF-SATZ SECTION.
169000 5100-VERLAUF-SATZ-1001.
169100     IF CAP-H-MONAT               NOT NUMERIC
169200        OR CAP-H-ANZAHL           NOT NUMERIC
169300     THEN
169400       GO TO 5100-VERLAUF-SATZ-EXIT
169500     END-IF
169600     MOVE CAP-H-MONAT             TO H-MONAT
169700     COMPUTE H-MO-NR = H-MO-JJJJ * C-MONATE-JE-JAHR + H-MO-MM
169800     COMPUTE H-ABSTAND            = H-BM-NR - H-MO-NR
169900     IF H-ABSTAND                 < C-1
170000        OR H-ABSTAND              > C-ANZ-MONATE
170100     THEN
170200       GO TO 5100-VERLAUF-SATZ-EXIT
170300     END-IF
170400     PERFORM VARYING H-TAB-IND FROM 1 BY 1
170500             UNTIL H-TAB-IND      > C-ANZ-TAB
170600       IF CAP-TS-NAME (H-TAB-IND) = CAP-H-TABELLE
170700       THEN
170800         IF CAP-T-BASIS-MONAT (H-TAB-IND) = ZERO
170900            OR CAP-T-BASIS-MONAT (H-TAB-IND) > CAP-H-MONAT
171000         THEN
171100           MOVE CAP-H-MONAT   TO CAP-T-BASIS-MONAT (H-TAB-IND)
171200           MOVE CAP-H-ANZAHL  TO CAP-T-BASIS-ANZAHL (H-TAB-IND)
171300         END-IF
171400       END-IF
171500     END-PERFORM
171600     .
171700 5100-VERLAUF-SATZ-1002.
171800 5100-VERLAUF-SATZ-EXIT.
171900     EXIT.
172000/---------------------------------------------------------------*
172100* Teil 1: je Abstimmkreis Monatsmenge, Wachstum, Prognose und   *
172200* Bestaende; Meldung bei Erreichen der Hochvolumen-Schwelle     *
172300*---------------------------------------------------------------*
172400 6000-AK-BERICHT SECTION.
172500 6000-AK-BERICHT-1001.
172600     MOVE SPACE                   TO CAP-DRUCKZEILE
172700     WRITE CAP-DRUCKZEILE
172800     MOVE CAP-KOPF-AK             TO CAP-DRUCKZEILE
172900     WRITE CAP-DRUCKZEILE
173000     PERFORM VARYING H-AK-IND FROM 1 BY 1
173100             UNTIL H-AK-IND       > CAP-ANZ-AK
173200       PERFORM 6100-AK-PROGNOSE   THRU 6100-AK-PROGNOSE-EXIT
173300     END-PERFORM
173400     .
173500 6000-AK-BERICHT-1002.
173600 6000-AK-BERICHT-EXIT.
173700     EXIT.
173800/---------------------------------------------------------------*
173900* Ein Abstimmkreis                                              *
174000*---------------------------------------------------------------*
174100 6100-AK-PROGNOSE SECTION.
174200 6100-AK-PROGNOSE-1001.
174300     INITIALIZE CAP-AK-ZEILE
174400     MOVE CAP-A-AK-NUMMER (H-AK-IND) TO CAP-AZ-AK-NUMMER
174500     MOVE CAP-A-HOCHVOLUMEN-KZ (H-AK-IND) TO CAP-AZ-HV-KZ
174600     MOVE CAP-A-MONAT (H-AK-IND, 1) TO CAP-AZ-MONAT
174700     MOVE CAP-A-OFFEN (H-AK-IND)  TO CAP-AZ-OFFEN
174800     MOVE CAP-A-GESCHLOSSEN (H-AK-IND) TO CAP-AZ-GESCHLOSSEN
174900     COMPUTE H-MITTEL-NEU = (CAP-A-MONAT (H-AK-IND, 1)
175000                          +  CAP-A-MONAT (H-AK-IND, 2)
175100                          +  CAP-A-MONAT (H-AK-IND, 3)) / C-DREI
175200     COMPUTE H-MITTEL-ALT = (CAP-A-MONAT (H-AK-IND, 10)
175300                          +  CAP-A-MONAT (H-AK-IND, 11)
175400                          +  CAP-A-MONAT (H-AK-IND, 12)) / C-DREI
175500     COMPUTE H-WACHSTUM ROUNDED   =
175600             (H-MITTEL-NEU - H-MITTEL-ALT) / C-MONATE-ABSTAND
175700     MOVE ZERO                    TO H-PROZENT
175800     IF H-MITTEL-ALT              > ZERO
175900     THEN
176000       COMPUTE H-PROZENT ROUNDED  =
176100               H-WACHSTUM * C-HUNDERT / H-MITTEL-ALT
176200         ON SIZE ERROR MOVE ZERO  TO H-PROZENT
176300       END-COMPUTE
176400     END-IF
176500     COMPUTE H-PROGNOSE ROUNDED   =
176600             H-MITTEL-NEU + H-WACHSTUM * C-PROGNOSE-MONATE
176700     IF H-PROGNOSE                < ZERO
176800     THEN
176900       MOVE ZERO                  TO H-PROGNOSE
177000     END-IF
177100     MOVE H-MITTEL-NEU            TO CAP-AZ-MITTEL
177200     MOVE H-WACHSTUM              TO CAP-AZ-WACHSTUM
177300     MOVE H-PROZENT               TO CAP-AZ-PROZENT
177400     MOVE H-PROGNOSE              TO CAP-AZ-PROGNOSE
177500*    hochvolumige Kreise sind bereits eingestuft
177600     IF CAP-A-HOCHVOLUMEN-KZ (H-AK-IND) = C-J
177700     THEN
177800       MOVE "HOCHVOLUMIG"         TO CAP-AZ-HINWEIS
177900     ELSE
178000       IF H-MITTEL-NEU            NOT < H-HV-SCHWELLE
178100       THEN
178200         MOVE "HV-SCHWELLE BEREITS ERREICHT"
178300                                  TO CAP-AZ-HINWEIS
178400         ADD C-1                  TO H-ANZ-AK-MELDUNG
178500       ELSE
178600         IF H-PROGNOSE            NOT < H-HV-SCHWELLE
178700            AND H-WACHSTUM        > ZERO
178800         THEN
178900           COMPUTE H-MONATE-BIS   =
179000                   (H-HV-SCHWELLE - H-MITTEL-NEU) / H-WACHSTUM
179100           IF H-MONATE-BIS * H-WACHSTUM
179200                                  < H-HV-SCHWELLE - H-MITTEL-NEU
179300           THEN
179400             ADD C-1              TO H-MONATE-BIS
179500           END-IF
179600           MOVE "HV-SCHWELLE IN"  TO CAP-HM-TEXT
179700           MOVE H-MONATE-BIS      TO CAP-HM-MONATE
179800           MOVE CAP-HINWEIS-MONATE TO CAP-AZ-HINWEIS
179900           ADD C-1                TO H-ANZ-AK-MELDUNG
180000         END-IF
180100       END-IF
180200     END-IF
180300     MOVE CAP-AK-ZEILE            TO CAP-DRUCKZEILE
180400     WRITE CAP-DRUCKZEILE
180500     .
180600 6100-AK-PROGNOSE-1002.
180700 6100-AK-PROGNOSE-EXIT.
180800     EXIT.
180900/---------------------------------------------------------------*
181000* Teil 2: je Tabelle Zeilenzahl, Wachstum gegen die Basis aus   *
181100* CAPHIST und Prognose; Meldungen zu Bereinigung und Grenze     *
181200*---------------------------------------------------------------*
181300 7000-TABELLEN-BERICHT SECTION.
181400 7000-TABELLEN-BERICHT-1001.
181500     MOVE SPACE                   TO CAP-DRUCKZEILE
181600     WRITE CAP-DRUCKZEILE
181700     MOVE CAP-KOPF-TAB            TO CAP-DRUCKZEILE
181800     WRITE CAP-DRUCKZEILE
181900     PERFORM VARYING H-TAB-IND FROM 1 BY 1
182000             UNTIL H-TAB-IND      > C-ANZ-TAB
182100       PERFORM 7100-TABELLE-PROGNOSE
182200                              THRU 7100-TABELLE-PROGNOSE-EXIT
182300     END-PERFORM
182400     .
182500 7000-TABELLEN-BERICHT-1002.
182600 7000-TABELLEN-BERICHT-EXIT.
182700     EXIT.
182800/---------------------------------------------------------------*
182900* Eine Tabelle                                                  *
183000*---------------------------------------------------------------*
183100 7100-TABELLE-PROGNOSE SECTION.
183200 7100-TABELLE-PROGNOSE-1001.
183300     INITIALIZE CAP-TAB-ZEILE
183400     SET N-GEMELDET               TO TRUE
183500     MOVE CAP-TS-NAME (H-TAB-IND) TO CAP-TZ-NAME
183600     MOVE CAP-TS-BEREINIGUNG (H-TAB-IND) TO CAP-TZ-BEREINIGUNG
183700     MOVE CAP-T-ANZAHL (H-TAB-IND) TO CAP-TZ-ANZAHL
183800     MOVE ZERO                    TO H-WACHSTUM
183900                                     H-PROZENT
184000     IF CAP-T-BASIS-MONAT (H-TAB-IND) = ZERO
184100     THEN
184200       MOVE "ERSTLAUF - KEIN VERLAUF" TO CAP-TZ-HINWEIS
184300     ELSE
184400       MOVE CAP-T-BASIS-MONAT (H-TAB-IND) TO CAP-TZ-BASIS-MONAT
184500                                            H-MONAT
184600       MOVE CAP-T-BASIS-ANZAHL (H-TAB-IND) TO CAP-TZ-BASIS-ANZAHL
184700       COMPUTE H-MO-NR = H-MO-JJJJ * C-MONATE-JE-JAHR + H-MO-MM
184800       COMPUTE H-ABSTAND          = H-BM-NR - H-MO-NR
184900       COMPUTE H-WACHSTUM ROUNDED =
185000               (CAP-T-ANZAHL (H-TAB-IND)
185100              - CAP-T-BASIS-ANZAHL (H-TAB-IND)) / H-ABSTAND
185200       IF CAP-T-BASIS-ANZAHL (H-TAB-IND) > ZERO
185300       THEN
185400         COMPUTE H-PROZENT ROUNDED =
185500                 H-WACHSTUM * C-HUNDERT
185600               / CAP-T-BASIS-ANZAHL (H-TAB-IND)
185700           ON SIZE ERROR MOVE ZERO TO H-PROZENT
185800         END-COMPUTE
185900       END-IF
186000     END-IF
186100     COMPUTE H-PROGNOSE ROUNDED   =
186200             CAP-T-ANZAHL (H-TAB-IND)
186300           + H-WACHSTUM * C-PROGNOSE-MONATE
186400     IF H-PROGNOSE                < ZERO
186500     THEN
186600       MOVE ZERO                  TO H-PROGNOSE
186700     END-IF
186800     MOVE H-WACHSTUM              TO CAP-TZ-WACHSTUM
186900     MOVE H-PROZENT               TO CAP-TZ-PROZENT
187000     MOVE H-PROGNOSE              TO CAP-TZ-PROGNOSE
187100*    Bereinigungslauf haelt den Bestand nicht, wenn der Zuwachs
187200*    je Monat ueber der Toleranz liegt
187300     IF H-WACHSTUM                > ZERO
187400     THEN
187500       IF CAP-TS-BEREINIGUNG (H-TAB-IND) = SPACE
187600       THEN
187700         MOVE "WACHSEND OHNE BEREINIGUNG" TO CAP-TZ-HINWEIS
187800         SET GEMELDET             TO TRUE
187900       ELSE
188000         IF H-PROZENT             > H-TOLERANZ
188100         THEN
188200           MOVE "WACHSTUM UEBER BEREINIGUNG"
188300                                  TO CAP-TZ-HINWEIS
188400           SET GEMELDET           TO TRUE
188500         END-IF
188600       END-IF
188700     END-IF
188800     IF CAP-T-ANZAHL (H-TAB-IND)  NOT < H-TAB-GRENZE
188900     THEN
189000       MOVE "GRENZE ERREICHT"     TO CAP-TZ-HINWEIS-GRENZE
189100       SET GEMELDET               TO TRUE
189200     ELSE
189300       IF H-PROGNOSE              NOT < H-TAB-GRENZE
189400          AND H-WACHSTUM          > ZERO
189500       THEN
189600         COMPUTE H-MONATE-BIS     =
189700                 (H-TAB-GRENZE - CAP-T-ANZAHL (H-TAB-IND))
189800               / H-WACHSTUM
189900         IF H-MONATE-BIS * H-WACHSTUM
190000                 < H-TAB-GRENZE - CAP-T-ANZAHL (H-TAB-IND)
190100         THEN
190200           ADD C-1                TO H-MONATE-BIS
190300         END-IF
190400         MOVE "GRENZE IN"         TO CAP-HM-TEXT
190500         MOVE H-MONATE-BIS        TO CAP-HM-MONATE
190600         MOVE CAP-HINWEIS-MONATE  TO CAP-TZ-HINWEIS-GRENZE
190700         SET GEMELDET             TO TRUE
190800       END-IF
190900     END-IF
191000     IF GEMELDET
191100     THEN
191200       ADD C-1                    TO H-ANZ-TAB-MELDUNG
191300     END-IF
191400     MOVE CAP-TAB-ZEILE           TO CAP-DRUCKZEILE
191500     WRITE CAP-DRUCKZEILE
191600     .
191700 7100-TABELLE-PROGNOSE-1002.
191800 7100-TABELLE-PROGNOSE-EXIT.
191900     EXIT.
192000/---------------------------------------------------------------*
192100* Stand des Berichtsmonats an CAPHIST anhaengen                 *
192200*---------------------------------------------------------------*
192300 7500-VERLAUF-SCHREIBEN SECTION.
192400 7500-VERLAUF-SCHREIBEN-1001.
192500     OPEN EXTEND CAPHIST
192600     PERFORM VARYING H-TAB-IND FROM 1 BY 1
192700             UNTIL H-TAB-IND      > C-ANZ-TAB
192800       MOVE SPACE                 TO CAP-HIST-SATZ
192900       MOVE H-BERICHTSMONAT       TO CAP-H-MONAT
193000       MOVE CAP-TS-NAME (H-TAB-IND) TO CAP-H-TABELLE
193100       MOVE CAP-T-ANZAHL (H-TAB-IND) TO CAP-H-ANZAHL
193200       WRITE CAP-HIST-SATZ
193300       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
193400     END-PERFORM
193500     CLOSE CAPHIST
193600     .
193700 7500-VERLAUF-SCHREIBEN-1002.
193800 7500-VERLAUF-SCHREIBEN-EXIT.
193900     EXIT.
194000/---------------------------------------------------------------*
194100* Abstimmkreis in der Tabelle suchen (0: nicht geladen)         *
194200*---------------------------------------------------------------*
194300 7900-AK-SUCHEN SECTION.
194400 7900-AK-SUCHEN-1001.
194500     PERFORM VARYING H-AK-IND FROM 1 BY 1
194600             UNTIL H-AK-IND       > CAP-ANZ-AK
194700       IF CAP-A-AK-NUMMER (H-AK-IND) = H-AK-NUMMER
194800       THEN
194900         GO TO 7900-AK-SUCHEN-EXIT
195000       END-IF
195100     END-PERFORM
195200     MOVE ZERO                    TO H-AK-IND
195300     .
195400 7900-AK-SUCHEN-1002.
195500 7900-AK-SUCHEN-EXIT.
195600     EXIT.
195700/---------------------------------------------------------------*
195800* Start im zentralen Laufregister melden                        *
195900*---------------------------------------------------------------*
196000 8000-LAUFREGISTER-START SECTION.
196100 8000-LAUFREGISTER-START-1001.
196200     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
196300     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
196400     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
196500     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
196600                                     KAIRUN-ANZ-GESCHRIEBEN
196700                                     KAIRUN-ANZ-FEHLER
196800     CALL "AKARUN"
196900     USING KAIRUN-EINGABEBEREICH
197000           GSOVER-VERSTAENDIGUNGSBEREICH
197100     END-CALL
197200     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
197300     .
197400 8000-LAUFREGISTER-START-1002.
197500 8000-LAUFREGISTER-START-EXIT.
197600     EXIT.
197700/---------------------------------------------------------------*
197800* Ende mit Kontrollsummen im zentralen Laufregister melden      *
197900*---------------------------------------------------------------*
198000 8100-LAUFREGISTER-ENDE SECTION.
198100 8100-LAUFREGISTER-ENDE-1001.
198200     MOVE H-ANZ-VERWORFEN         TO H-RUN-ANZ-FEHLER
198300     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
198400     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
198500     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
198600     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
198700     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
198800     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
198900     CALL "AKARUN"
199000     USING KAIRUN-EINGABEBEREICH
199100           GSOVER-VERSTAENDIGUNGSBEREICH
199200     END-CALL
199300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
199400     .
199500 8100-LAUFREGISTER-ENDE-1002.
199600 8100-LAUFREGISTER-ENDE-EXIT.
199700     EXIT.
199800/---------------------------------------------------------------*
199900* Programmende: Summen                                          *
200000*---------------------------------------------------------------*
200100 9999-EXIT SECTION.
200200 9999-EXIT-1001.
200300     MOVE SPACE                   TO CAP-DRUCKZEILE
200400     WRITE CAP-DRUCKZEILE
200500     MOVE CAP-ANZ-AK              TO CAP-E-ANZ-AK
200600     MOVE H-ANZ-AK-MELDUNG        TO CAP-E-ANZ-AK-MELDUNG
200700     MOVE C-ANZ-TAB               TO CAP-E-ANZ-TAB
200800     MOVE H-ANZ-TAB-MELDUNG       TO CAP-E-ANZ-TAB-MELDUNG
200900     MOVE H-ANZ-VERWORFEN         TO CAP-E-VERWORFEN
201000     MOVE CAP-ENDE                TO CAP-DRUCKZEILE
201100     WRITE CAP-DRUCKZEILE
201200     CLOSE CAPAUS
201300     .
201400 9999-EXIT-1002.
201500 9999-EXIT-EXIT.
201600     EXIT.
