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
000160*@Titel         : Konsistenzpruefung Konfigurations- und Stammtabellen
000160*@Elementname   : akakpf.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Konsistenzpruefung Konfiguration          *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Naechtliche Pruefung der Verweise zwischen den           *
001800* Konfigurations- und Stammtabellen, bevor ein Nachtlauf   *
001900* an einem gebrochenen Verweis scheitert. Regelliste       *
002000* (Regel, Schwere F Fehler / W Warnung / H Hinweis):       *
002100*  R001 F uebergeordneter Kreis (KA000AKRS) fehlt          *
002200*  R002 F Spiegelpartner fehlt                             *
002300*  R003 F Nachfolge-Kreis fehlt                            *
002400*  R004 W aktiver Kreis verweist auf stillgelegten Kreis   *
002500*  K001 F Konto (KA000AKKTO) an fehlendem Kreis            *
002600*  K002 W aktives Konto an stillgelegtem Kreis             *
002700*  E001 W aktives Konto mit Lieferplan (Nostro) ohne       *
002800*         Entgeltvereinbarung KA000AKEN                    *
002900*  B001 F Fachbereich aus KA00AKFB ohne berechtigten       *
003000*         Bearbeiter in KA00AKFR                           *
003100*  G001 W aktiver Kreis ohne Kontierung KA02AKGL fuer      *
003200*         einen aktiven Schliessungsgrund (KA00AKSG)       *
003300*  P001 W Prioritaetsregel KA02AKPR ohne aktiven Kreis     *
003400*  T001 W Technik-Regel KA02AKTE ohne aktiven Kreis        *
003500* Schwere und Aktivierung je Regel koennen ueber KPFPARM   *
003600* (je Satz Regel, Schwere, Aktiv J/N) uebersteuert werden. *
003700* KPFAUS listet die Befunde, die Regelliste mit Anzahl und *
003800* die Summen. Die Zahl der Befunde mit Schwere F wird als  *
003900* Fehleranzahl im Laufregister gemeldet; ist AKAKPF im     *
004000* Parametersatz VORLAUF des Folgelaufs mit Stelle 19 "F"   *
004100* eingetragen, haelt die Kette dort an (KA4914).           *
004200*@E-ELEMENTBESCHREIBUNG                                    *
004300*                                                          *
004400*@A-MODULAUFRUF                                            *
004500* AKARUN : zentrales Laufregister                          *
004600*@E-MODULAUFRUF                                            *
004700*                                                          *
004800*@A-COBOL-COPY                                             *
004900* Benoetigte COBOL-Copies:                                 *
005000* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005100* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005200* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                  *
005300* CKAIRUN    : EINGABEBEREICH AKARUN                       *
005400* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
005500* CKAI0AKK   : EINGABEBEREICH KA000AKKTO                   *
005600* CKAO0AKK   : AUSGABEBEREICH KA000AKKTO                   *
005700* CKAI0AEN   : EINGABEBEREICH KA000AKEN                    *
005800* CKAO0AEN   : AUSGABEBEREICH KA000AKEN                    *
005900* CKA0AKFB   : ZEILENSCAN KA03AKFB                         *
006000* CKA0AKFR   : ZEILENSCAN KA03AKFR                         *
006100* CKA0AKSG   : ZEILENSCAN KA03AKSG                         *
006200* CKAI0AKM   : EINGABEBEREICH KA02AKGL                     *
006300* CKAO0AKM   : AUSGABEBEREICH KA02AKGL                     *
006400* CKA0AKPR   : ZEILENSCAN KA03AKPR                         *
006500* CKA0AKTE   : ZEILENSCAN KA03AKTE                         *
006600*@E-COBOL-COPY                                             *
006700*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58807                                               *      D01
090052*     Neuanlage - naechtliche Konsistenzpruefung der       *      D01
090053*     Konfigurations- und Stammtabellen mit Regelliste,    *      D01
090054*     Schwere je Befund und Kettenstopp bei Fehlern.       *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAKPF.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT KPFPARM               ASSIGN TO "KPFPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300     SELECT KPFAUS                ASSIGN TO "KPFAUS"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500 DATA DIVISION.
101600 FILE SECTION.
101700 FD  KPFPARM
101800     RECORDING MODE IS F.
101900 01  KPF-PARM-SATZ.
102000     05 KPF-P-REGEL               PIC X(004).
102100     05 FILLER                    PIC X(001).
102200     05 KPF-P-SCHWERE             PIC X(001).
102300     05 FILLER                    PIC X(001).
102400     05 KPF-P-AKTIV               PIC X(001).
102500 FD  KPFAUS
102600     RECORDING MODE IS F.
102700 01  KPF-DRUCKZEILE               PIC X(150).
102800*---------------------------------------------------------------*
102900* WORKING-STORAGE-Section                                       *
103000*---------------------------------------------------------------*
103100 WORKING-STORAGE SECTION.
103200 01  VERS-INF.
103300     05  FILLER PIC X(13) VALUE "ELEM=akakpf  ".
103400     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103500/---------------------------------------------------------------*
103600* Konstanten                                                    *
103700*---------------------------------------------------------------*
103800 01  GS-KONSTANTEN.
103900     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104000     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
104100     20 C-OBJEKT-TAB-KA03AKKTO    PIC X(009) VALUE "KA03AKKTO".
104200     20 C-OBJEKT-TAB-KA000AKEN    PIC X(009) VALUE "KA000AKEN".
104300     20 C-OBJEKT-TAB-KA03AKFB     PIC X(009) VALUE "KA03AKFB".
104400     20 C-OBJEKT-TAB-KA03AKFR     PIC X(009) VALUE "KA03AKFR".
104500     20 C-OBJEKT-TAB-KA03AKSG     PIC X(009) VALUE "KA03AKSG".
104600     20 C-OBJEKT-TAB-KA02AKGL     PIC X(009) VALUE "KA02AKGL".
104700     20 C-OBJEKT-TAB-KA03AKPR     PIC X(009) VALUE "KA03AKPR".
104800     20 C-OBJEKT-TAB-KA03AKTE     PIC X(009) VALUE "KA03AKTE".
104900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105100     20 C-MAX-AK                  PIC 9(004) VALUE 5000.
105200     20 C-MAX-FB                  PIC 9(004) VALUE 500.
105300     20 C-MAX-GRUND               PIC 9(004) VALUE 200.
105400     20 C-ANZ-REGELN              PIC 9(002) VALUE 11.
105500     20 C-J                       PIC X(001) VALUE "J".
105600     20 C-N                       PIC X(001) VALUE "N".
105700     20 C-AKTIV-JA                PIC X(001) VALUE "J".
105800     20 C-SCHWERE-FEHLER          PIC X(001) VALUE "F".
105900     20 C-SCHWERE-WARNUNG         PIC X(001) VALUE "W".
106000     20 C-SCHWERE-HINWEIS         PIC X(001) VALUE "H".
106100     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106200 01  C-LAUFREGISTER-KONSTANTEN.
106300     05 C-01-INT-LAUF-START       PIC X(040) VALUE
106400                                  "01-INT-LAUF-START".
106500     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
106600                                  "01-INT-LAUF-ENDE".
106700     05 C-01-INT-VORLAUF-PRUEFEN  PIC X(040) VALUE
106800                                  "01-INT-VORLAUF-PRUEFEN".
106900     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAKPF".
107000/---------------------------------------------------------------*
107100* Regelliste mit Standard-Schwere                               *
107200*---------------------------------------------------------------*
107300 01  C-REGEL-LISTE.
107400     05 FILLER                    PIC X(004) VALUE "R001".
107500     05 FILLER                    PIC X(001) VALUE "F".
107600     05 FILLER                    PIC X(040) VALUE
107700        "UEBERGEORDNETER KREIS FEHLT".
107800     05 FILLER                    PIC X(004) VALUE "R002".
107900     05 FILLER                    PIC X(001) VALUE "F".
108000     05 FILLER                    PIC X(040) VALUE
108100        "SPIEGELPARTNER FEHLT".
108200     05 FILLER                    PIC X(004) VALUE "R003".
108300     05 FILLER                    PIC X(001) VALUE "F".
108400     05 FILLER                    PIC X(040) VALUE
108500        "NACHFOLGE-KREIS FEHLT".
108600     05 FILLER                    PIC X(004) VALUE "R004".
108700     05 FILLER                    PIC X(001) VALUE "W".
108800     05 FILLER                    PIC X(040) VALUE
108900        "VERWEIS AUF STILLGELEGTEN KREIS".
109000     05 FILLER                    PIC X(004) VALUE "K001".
109100     05 FILLER                    PIC X(001) VALUE "F".
109200     05 FILLER                    PIC X(040) VALUE
109300        "KONTO AN FEHLENDEM KREIS".
109400     05 FILLER                    PIC X(004) VALUE "K002".
109500     05 FILLER                    PIC X(001) VALUE "W".
109600     05 FILLER                    PIC X(040) VALUE
109700        "AKTIVES KONTO AN STILLGELEGTEM KREIS".
109800     05 FILLER                    PIC X(004) VALUE "E001".
109900     05 FILLER                    PIC X(001) VALUE "W".
110000     05 FILLER                    PIC X(040) VALUE
110100        "NOSTROKONTO OHNE ENTGELTVEREINBARUNG".
110200     05 FILLER                    PIC X(004) VALUE "B001".
110300     05 FILLER                    PIC X(001) VALUE "F".
110400     05 FILLER                    PIC X(040) VALUE
110500        "FACHBEREICH OHNE BERECHTIGTEN BEARBEITER".
110600     05 FILLER                    PIC X(004) VALUE "G001".
110700     05 FILLER                    PIC X(001) VALUE "W".
110800     05 FILLER                    PIC X(040) VALUE
110900        "SCHLIESSUNGSGRUND OHNE KONTIERUNG".
111000     05 FILLER                    PIC X(004) VALUE "P001".
111100     05 FILLER                    PIC X(001) VALUE "W".
111200     05 FILLER                    PIC X(040) VALUE
111300        "PRIORITAETSREGEL OHNE AKTIVEN KREIS".
111400     05 FILLER                    PIC X(004) VALUE "T001".
111500     05 FILLER                    PIC X(001) VALUE "W".
111600     05 FILLER                    PIC X(040) VALUE
111700        "TECHNIK-REGEL OHNE AKTIVEN KREIS".
111800 01  C-REGEL-TABELLE              REDEFINES C-REGEL-LISTE.
111900     05 C-REGEL                   OCCURS 11.
112000        10 C-REGEL-CODE           PIC X(004).
112100        10 C-REGEL-SCHWERE        PIC X(001).
112200        10 C-REGEL-TEXT           PIC X(040).
112300*    Position der Regeln in der Regelliste
112400 01  C-REGEL-INDICES.
112500     05 C-R-R001                  PIC 9(002) VALUE 1.
112600     05 C-R-R002                  PIC 9(002) VALUE 2.
112700     05 C-R-R003                  PIC 9(002) VALUE 3.
112800     05 C-R-R004                  PIC 9(002) VALUE 4.
112900     05 C-R-K001                  PIC 9(002) VALUE 5.
113000     05 C-R-K002                  PIC 9(002) VALUE 6.
113100     05 C-R-E001                  PIC 9(002) VALUE 7.
113200     05 C-R-B001                  PIC 9(002) VALUE 8.
113300     05 C-R-G001                  PIC 9(002) VALUE 9.
113400     05 C-R-P001                  PIC 9(002) VALUE 10.
113500     05 C-R-T001                  PIC 9(002) VALUE 11.
113600/---------------------------------------------------------------*
113700* Formatzeilen Bericht KPFAUS                                   *
113800*---------------------------------------------------------------*
113900 01  KPF-KOPF.
114000     05 FILLER                    PIC X(040) VALUE
114100        "KONSISTENZPRUEFUNG KONFIGURATION VOM:   ".
114200     05 KPF-K-LAUFDATUM           PIC 9(008).
114300     05 FILLER                    PIC X(102) VALUE SPACE.
114400 01  KPF-KOPF-2                   PIC X(150) VALUE
114500     "S  REGEL OBJEKT
114600-    "                       BEFUND".
114700 01  KPF-DETAIL.
114800     05 KPF-D-SCHWERE             PIC X(001).
114900     05 FILLER                    PIC X(002) VALUE SPACE.
115000     05 KPF-D-REGEL               PIC X(004).
115100     05 FILLER                    PIC X(002) VALUE SPACE.
115200     05 KPF-D-OBJEKT              PIC X(060).
115300     05 FILLER                    PIC X(002) VALUE SPACE.
115400     05 KPF-D-TEXT                PIC X(040).
115500     05 FILLER                    PIC X(039) VALUE SPACE.
115600 01  KPF-KOPF-REGELN              PIC X(150) VALUE
115700     "REGELLISTE: REGEL S AKTIV   ANZAHL  BESCHREIBUNG".
115800 01  KPF-REGELZEILE.
115900     05 FILLER                    PIC X(012) VALUE SPACE.
116000     05 KPF-L-REGEL               PIC X(004).
116100     05 FILLER                    PIC X(002) VALUE SPACE.
116200     05 KPF-L-SCHWERE             PIC X(001).
116300     05 FILLER                    PIC X(003) VALUE SPACE.
116400     05 KPF-L-AKTIV               PIC X(001).
116500     05 FILLER                    PIC X(002) VALUE SPACE.
116600     05 KPF-L-ANZAHL              PIC Z(008)9.
116700     05 FILLER                    PIC X(002) VALUE SPACE.
116800     05 KPF-L-TEXT                PIC X(040).
116900     05 FILLER                    PIC X(074) VALUE SPACE.
117000 01  KPF-PARM-FEHLER.
117100     05 FILLER                    PIC X(030) VALUE
117200        "KPFPARM: UNGUELTIGER SATZ     ".
117300     05 KPF-F-SATZ                PIC X(008).
117400     05 FILLER                    PIC X(112) VALUE SPACE.
117500 01  KPF-ENDE.
117600     05 FILLER                    PIC X(012) VALUE
117700        "FEHLER:     ".
117800     05 KPF-X-FEHLER              PIC Z(006)9.
117900     05 FILLER                    PIC X(012) VALUE
118000        "  WARNUNGEN:".
118100     05 KPF-X-WARNUNGEN           PIC Z(006)9.
118200     05 FILLER                    PIC X(012) VALUE
118300        "  HINWEISE: ".
118400     05 KPF-X-HINWEISE            PIC Z(006)9.
118500     05 FILLER                    PIC X(012) VALUE
118600        "  KREISE:   ".
118700     05 KPF-X-KREISE              PIC Z(006)9.
118800     05 FILLER                    PIC X(012) VALUE
118900        "  VERWORFEN:".
119000     05 KPF-X-VERWORFEN           PIC Z(006)9.
119100     05 FILLER                    PIC X(055) VALUE SPACE.
119200 01  KPF-ENDE-STOPP               PIC X(150) VALUE
119300     "FEHLER GEFUNDEN - FEHLERANZAHL IM LAUFREGISTER GEMELDET, FOL
119400-    "GELAEUFE MIT VORLAUF AKAKPF UND STELLE 19 F HALTEN AN".
119500/---------------------------------------------------------------*
119600* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
119700*---------------------------------------------------------------*
119800  COPY DCTGRCGE.
119900  COPY CGSOVER.
120000  COPY CGSTTAB.
120100  COPY CKAIRUN.
120200  COPY CKA0AKRS.
120300  COPY CKAI0AKK.
120400  COPY CKAO0AKK.
120500  COPY CKAI0AEN.
120600  COPY CKAO0AEN.
120700  COPY CKA0AKFB.
120800  COPY CKA0AKFR.
120900  COPY CKA0AKSG.
121000  COPY CKAI0AKM.
121100  COPY CKAO0AKM.
121200  COPY CKA0AKPR.
121300  COPY CKA0AKTE.
121400 01  DUMMY                        PIC X(001).
121500/---------------------------------------------------------------*
121600* Regelliste mit wirksamer Schwere und Anzahl Befunde           *
121700*---------------------------------------------------------------*
121800 01  KPF-REGEL-TABELLE.
121900     05 KPF-REGEL                 OCCURS 11.
122000        10 KPF-R-CODE             PIC X(004).
122100        10 KPF-R-SCHWERE          PIC X(001).
122200        10 KPF-R-AKTIV            PIC X(001).
122300        10 KPF-R-TEXT             PIC X(040).
122400        10 KPF-R-ANZAHL           PIC 9(009) COMP-3.
122500/---------------------------------------------------------------*
122600* Abstimmkreise aus KA03AKRS                                    *
122700*---------------------------------------------------------------*
122800 01  KPF-AK-TABELLE.
122900     05 KPF-ANZ-AK                PIC 9(004) COMP-3 VALUE ZERO.
123000     05 KPF-AK                    OCCURS 5000.
123100        10 KPF-A-AK-NUMMER        PIC 9(005).
123200        10 KPF-A-PARENT-AK-NUMMER PIC 9(005).
123300        10 KPF-A-SPIEGEL-PARTNER-NR
123400                                  PIC 9(005).
123500        10 KPF-A-NACHFOLGER-NR    PIC 9(005).
123600/---------------------------------------------------------------*
123700* Fachbereiche mit berechtigtem Bearbeiter (KA03AKFR) und       *
123800* bereits gepruefte Fachbereiche aus KA03AKFB                   *
123900*---------------------------------------------------------------*
124000 01  KPF-FR-TABELLE.
124100     05 KPF-ANZ-FR                PIC 9(004) COMP-3 VALUE ZERO.
124200     05 KPF-FR-FACHBEREICH        PIC X(004) OCCURS 500.
124300 01  KPF-FB-TABELLE.
124400     05 KPF-ANZ-FB                PIC 9(004) COMP-3 VALUE ZERO.
124500     05 KPF-FB-FACHBEREICH        PIC X(004) OCCURS 500.
124600/---------------------------------------------------------------*
124700* Aktive Schliessungsgruende (KA03AKSG)                         *
124800*---------------------------------------------------------------*
124900 01  KPF-GRUND-TABELLE.
125000     05 KPF-ANZ-GRUND             PIC 9(004) COMP-3 VALUE ZERO.
125100     05 KPF-GRUND-CODE            PIC X(004) OCCURS 200.
125200/---------------------------------------------------------------*
125300* Laufregister                                                  *
125400*---------------------------------------------------------------*
125500 01  H-RUN-ZAEHLER.
125600     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
125700     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
125800     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
125900/---------------------------------------------------------------*
126000* Hilfsvariable                                                 *
126100*---------------------------------------------------------------*
126200 01  H-PARM-FS                    PIC X(002).
126300 01  H-PARM-KZ                    PIC X(001).
126400     88 PARM-WEITER               VALUE "J".
126500     88 PARM-ENDE                 VALUE "N".
126600 01  H-SCAN-STATUS                PIC X(001).
126700     88 SCAN-GEFUNDEN             VALUE "J".
126800     88 SCAN-N-GEFUNDEN           VALUE "N".
126900 01  H-SAMMEL-KZ                  PIC X(001).
127000     88 SAMMEL-VORHANDEN          VALUE "J".
127100     88 SAMMEL-N-VORHANDEN        VALUE "N".
127200 01  H-GL-KZ                      PIC X(001).
127300     88 GL-VORHANDEN              VALUE "J".
127400     88 GL-N-VORHANDEN            VALUE "N".
127500 01  H-LAUFDATUM                  PIC 9(008).
127600 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
127700 01  H-AK-IND                     PIC 9(004) COMP-3.
127800 01  H-PRUEF-IND                  PIC 9(004) COMP-3.
127900 01  H-TAB-IND                    PIC 9(004) COMP-3.
128000 01  H-REGEL-IND                  PIC 9(002).
128100 01  H-AK-NUMMER                  PIC 9(005).
128200 01  H-VERWEIS-NR                 PIC 9(005).
128300 01  H-VERWEIS-ART                PIC X(014).
128400 01  H-FACHBEREICH                PIC X(004).
128500 01  H-OBJEKT                     PIC X(060).
128600 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
128700 01  H-ANZ-WARNUNGEN              PIC 9(007) COMP-3 VALUE ZERO.
128800 01  H-ANZ-HINWEISE               PIC 9(007) COMP-3 VALUE ZERO.
128900 01  H-ANZ-VERWORFEN              PIC 9(007) COMP-3 VALUE ZERO.
129000/****************************************************************
129100 PROCEDURE DIVISION.
129200*****************************************************************
129300 0000-MAINLINE SECTION.
129400 0000-MAINLINE-1001.
129500     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
129600     PERFORM 2000-AK-LADEN        THRU 2000-AK-LADEN-EXIT
129700     PERFORM 3000-KREISE-PRUEFEN  THRU 3000-KREISE-PRUEFEN-EXIT
129800     PERFORM 4000-KONTEN-PRUEFEN  THRU 4000-KONTEN-PRUEFEN-EXIT
129900     PERFORM 5000-FB-PRUEFEN      THRU 5000-FB-PRUEFEN-EXIT
130000     PERFORM 6000-GL-PRUEFEN      THRU 6000-GL-PRUEFEN-EXIT
130100     PERFORM 6500-PRIO-REGELN     THRU 6500-PRIO-REGELN-EXIT
130200     PERFORM 6600-TECHNIK-REGELN  THRU 6600-TECHNIK-REGELN-EXIT
130300     PERFORM 8500-REGELLISTE      THRU 8500-REGELLISTE-EXIT
130400     PERFORM 8100-LAUFREGISTER-ENDE
130500                                THRU 8100-LAUFREGISTER-ENDE-EXIT
130600     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
130700     STOP RUN
130800     .
130900 0000-MAINLINE-1002.
131000     EXIT.
131100/---------------------------------------------------------------*
131200* Initialisierung: Vorlaeufer pruefen, Start melden, Regelliste *
131300* aufbauen und Uebersteuerungen aus KPFPARM uebernehmen         *
131400*---------------------------------------------------------------*
131500 1000-INITIALISIERUNG SECTION.
131600 1000-INITIALISIERUNG-1001.
131700     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
131800     PERFORM 7900-VORLAUF-PRUEFEN THRU 7900-VORLAUF-PRUEFEN-EXIT
131900     PERFORM 8000-LAUFREGISTER-START
132000                                THRU 8000-LAUFREGISTER-START-EXIT
132100     OPEN OUTPUT KPFAUS
132200     MOVE H-LAUFDATUM             TO KPF-K-LAUFDATUM
132300     MOVE KPF-KOPF                TO KPF-DRUCKZEILE
132400     WRITE KPF-DRUCKZEILE
132500     PERFORM VARYING H-REGEL-IND FROM 1 BY 1
132600             UNTIL H-REGEL-IND    > C-ANZ-REGELN
132700       MOVE C-REGEL-CODE (H-REGEL-IND)
132800                                  TO KPF-R-CODE (H-REGEL-IND)
132900       MOVE C-REGEL-SCHWERE (H-REGEL-IND)
133000                                  TO KPF-R-SCHWERE (H-REGEL-IND)
133100       MOVE C-AKTIV-JA            TO KPF-R-AKTIV (H-REGEL-IND)
133200       MOVE C-REGEL-TEXT (H-REGEL-IND)
133300                                  TO KPF-R-TEXT (H-REGEL-IND)
133400       MOVE ZERO                  TO KPF-R-ANZAHL (H-REGEL-IND)
133500     END-PERFORM
133600*    KPFPARM ist optional: ohne Datei gilt die Standard-Regelliste
133700     OPEN INPUT KPFPARM
133800     IF H-PARM-FS                 = "00"
133900     THEN
134000       SET PARM-WEITER            TO TRUE
134100       PERFORM 1100-PARM-SATZ     THRU 1100-PARM-SATZ-EXIT
134200               UNTIL PARM-ENDE
134300       CLOSE KPFPARM
134400     END-IF
134500     MOVE KPF-KOPF-2              TO KPF-DRUCKZEILE
134600     WRITE KPF-DRUCKZEILE
134700     .
134800 1000-INITIALISIERUNG-1002.
134900 1000-INITIALISIERUNG-EXIT.
135000     EXIT.
135100/---------------------------------------------------------------*
135200* Einen Uebersteuerungssatz lesen und auf die Regel anwenden    *
135300*---------------------------------------------------------------*
135400 1100-PARM-SATZ SECTION.
135500 1100-PARM-SATZ-1001.
135600     READ KPFPARM
135700       AT END
135800         SET PARM-ENDE            TO TRUE
135900         GO TO 1100-PARM-SATZ-EXIT
136000     END-READ
136100     IF KPF-PARM-SATZ             = SPACE
136200     THEN
136300       GO TO 1100-PARM-SATZ-EXIT
136400     END-IF
136500     PERFORM VARYING H-REGEL-IND FROM 1 BY 1
136600             UNTIL H-REGEL-IND    > C-ANZ-REGELN
136700                OR KPF-R-CODE (H-REGEL-IND) = KPF-P-REGEL
136800       CONTINUE
136900     END-PERFORM
137000     IF H-REGEL-IND               > C-ANZ-REGELN
137100        OR (KPF-P-SCHWERE         NOT = C-SCHWERE-FEHLER
137200        AND KPF-P-SCHWERE         NOT = C-SCHWERE-WARNUNG
137300        AND KPF-P-SCHWERE         NOT = C-SCHWERE-HINWEIS
137400        AND KPF-P-SCHWERE         NOT = SPACE)
137500        OR (KPF-P-AKTIV           NOT = C-J
137600        AND KPF-P-AKTIV           NOT = C-N
137700        AND KPF-P-AKTIV           NOT = SPACE)
137800     THEN
137900*      unbekannte Regel oder ungueltige Angabe: Satz ausweisen
138000       MOVE KPF-PARM-SATZ         TO KPF-F-SATZ
138100       MOVE KPF-PARM-FEHLER       TO KPF-DRUCKZEILE
138200       WRITE KPF-DRUCKZEILE
138300       GO TO 1100-PARM-SATZ-EXIT
138400     END-IF
138500     IF KPF-P-SCHWERE             NOT = SPACE
138600     THEN
138700       MOVE KPF-P-SCHWERE         TO KPF-R-SCHWERE (H-REGEL-IND)
138800     END-IF
138900     IF KPF-P-AKTIV               NOT = SPACE
139000     THEN
139100       MOVE KPF-P-AKTIV           TO KPF-R-AKTIV (H-REGEL-IND)
139200     END-IF
139300     .
139400 1100-PARM-SATZ-1002.
139500 1100-PARM-SATZ-EXIT.
139600     EXIT.
139700/---------------------------------------------------------------*
139800* Abstimmkreise aus KA03AKRS in die Verweistabelle laden        *
139900*---------------------------------------------------------------*
140000 2000-AK-LADEN SECTION.
140100 2000-AK-LADEN-1001.
140200     MOVE C-1                     TO H-LFD-ZEILE
140300     PERFORM 2100-LESEN-AKRS-ZEILE
140400                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
140500     PERFORM UNTIL SCAN-N-GEFUNDEN
140600       ADD C-1                    TO H-RUN-ANZ-GELESEN
140700       IF KPF-ANZ-AK              < C-MAX-AK
140800       THEN
140900         ADD C-1                  TO KPF-ANZ-AK
141000         MOVE KA0AKRS-AK-NUMMER   TO KPF-A-AK-NUMMER (KPF-ANZ-AK)
141100         MOVE KA0AKRS-PARENT-AK-NUMMER
141200                    TO KPF-A-PARENT-AK-NUMMER (KPF-ANZ-AK)
141300         MOVE KA0AKRS-SPIEGEL-PARTNER-NR
141400                    TO KPF-A-SPIEGEL-PARTNER-NR (KPF-ANZ-AK)
141500         MOVE KA0AKRS-NACHFOLGER-NR
141600                    TO KPF-A-NACHFOLGER-NR (KPF-ANZ-AK)
141700       ELSE
141800         ADD C-1                  TO H-ANZ-VERWORFEN
141900       END-IF
142000       ADD C-1                    TO H-LFD-ZEILE
142100       PERFORM 2100-LESEN-AKRS-ZEILE
142200                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
142300     END-PERFORM
142400     .
142500 2000-AK-LADEN-1002.
142600 2000-AK-LADEN-EXIT.
142700     EXIT.
142800/---------------------------------------------------------------*
142900* Zeile aus KA03AKRS lesen                                      *
143000*---------------------------------------------------------------*
143100 2100-LESEN-AKRS-ZEILE SECTION.
143200 2100-LESEN-AKRS-ZEILE-1001.
143300     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
143400     CALL "CGSTAB" USING
143500          C-TAB-LESEN-ZEILE
143600          C-KONFIG-ID-KA
143700          C-OBJEKT-TAB-KA03AKRS
143800          GSOVER-VERSTAENDIGUNGSBEREICH
143900          KA0AKRS-EINGABEBEREICH
144000          KA0AKRS-AUSGABEBEREICH
144100          DUMMY
144200     END-CALL
144300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
144400     THEN
144500       SET SCAN-GEFUNDEN          TO TRUE
144600     ELSE
144700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
144800       SET SCAN-N-GEFUNDEN        TO TRUE
144900     END-IF
145000     .
145100 2100-LESEN-AKRS-ZEILE-1002.
145200 2100-LESEN-AKRS-ZEILE-EXIT.
145300     EXIT.
145400/---------------------------------------------------------------*
145500* Verweise der Abstimmkreise pruefen (R001 bis R004)            *
145600*---------------------------------------------------------------*
145700 3000-KREISE-PRUEFEN SECTION.
145800 3000-KREISE-PRUEFEN-1001.
145900     PERFORM 3100-KREIS-PRUEFEN   THRU 3100-KREIS-PRUEFEN-EXIT
146000             VARYING H-PRUEF-IND FROM 1 BY 1
146100             UNTIL H-PRUEF-IND    > KPF-ANZ-AK
146200     .
146300 3000-KREISE-PRUEFEN-1002.
146400 3000-KREISE-PRUEFEN-EXIT.
146500     EXIT.
146600/---------------------------------------------------------------*
146700* Uebergeordneten Kreis, Spiegelpartner und Nachfolger eines    *
146800* Kreises pruefen                                               *
146900*---------------------------------------------------------------*
147000 3100-KREIS-PRUEFEN SECTION.
147100 3100-KREIS-PRUEFEN-1001.
147200     IF KPF-A-PARENT-AK-NUMMER (H-PRUEF-IND) > ZERO
147300     THEN
147400       MOVE KPF-A-PARENT-AK-NUMMER (H-PRUEF-IND)
147500                                  TO H-VERWEIS-NR
147600       MOVE "UEBERGEORDNET"       TO H-VERWEIS-ART
147700       MOVE C-R-R001              TO H-REGEL-IND
147800       PERFORM 3200-VERWEIS-PRUEFEN
147900                                THRU 3200-VERWEIS-PRUEFEN-EXIT
148000     END-IF
148100     IF KPF-A-SPIEGEL-PARTNER-NR (H-PRUEF-IND) > ZERO
148200     THEN
148300       MOVE KPF-A-SPIEGEL-PARTNER-NR (H-PRUEF-IND)
148400                                  TO H-VERWEIS-NR
148500       MOVE "SPIEGELPARTNER"      TO H-VERWEIS-ART
148600       MOVE C-R-R002              TO H-REGEL-IND
148700       PERFORM 3200-VERWEIS-PRUEFEN
148800                                THRU 3200-VERWEIS-PRUEFEN-EXIT
148900     END-IF
149000     IF KPF-A-NACHFOLGER-NR (H-PRUEF-IND) > ZERO
149100     THEN
149200*      Nachfolger darf selbst stillgelegt sein (Folge von
149300*      Zusammenlegungen), daher nur Pruefung auf Vorhandensein
149400       MOVE KPF-A-NACHFOLGER-NR (H-PRUEF-IND)
149500                                  TO H-AK-NUMMER
149600       PERFORM 7100-AK-SUCHEN     THRU 7100-AK-SUCHEN-EXIT
149700       IF H-AK-IND                = ZERO
149800       THEN
149900         MOVE SPACE               TO H-OBJEKT
150000         STRING "AK "             DELIMITED BY SIZE
150100                KPF-A-AK-NUMMER (H-PRUEF-IND)
150200                                  DELIMITED BY SIZE
150300                " NACHFOLGER "    DELIMITED BY SIZE
150400                H-AK-NUMMER       DELIMITED BY SIZE
150500           INTO H-OBJEKT
150600         END-STRING
150700         MOVE C-R-R003            TO H-REGEL-IND
150800         PERFORM 7500-BEFUND-SCHREIBEN
150900                                THRU 7500-BEFUND-SCHREIBEN-EXIT
151000       END-IF
151100     END-IF
151200     .
151300 3100-KREIS-PRUEFEN-1002.
151400 3100-KREIS-PRUEFEN-EXIT.
151500     EXIT.
151600/---------------------------------------------------------------*
151700* Einen Verweis (uebergeordnet/Spiegelpartner) pruefen: fehlt   *
151800* der Zielkreis, gilt die Regel in H-REGEL-IND; verweist ein    *
151900* aktiver Kreis auf einen stillgelegten, gilt R004              *
152000*---------------------------------------------------------------*
152100 3200-VERWEIS-PRUEFEN SECTION.
152200 3200-VERWEIS-PRUEFEN-1001.
152300     MOVE SPACE                   TO H-OBJEKT
152400     STRING "AK "                 DELIMITED BY SIZE
152500            KPF-A-AK-NUMMER (H-PRUEF-IND)
152600                                  DELIMITED BY SIZE
152700            " "                   DELIMITED BY SIZE
152800            H-VERWEIS-ART         DELIMITED BY SPACE
152900            " "                   DELIMITED BY SIZE
153000            H-VERWEIS-NR          DELIMITED BY SIZE
153100       INTO H-OBJEKT
153200     END-STRING
153300     MOVE H-VERWEIS-NR            TO H-AK-NUMMER
153400     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
153500     IF H-AK-IND                  = ZERO
153600     THEN
153700       PERFORM 7500-BEFUND-SCHREIBEN
153800                                THRU 7500-BEFUND-SCHREIBEN-EXIT
153900       GO TO 3200-VERWEIS-PRUEFEN-EXIT
154000     END-IF
154100     IF KPF-A-NACHFOLGER-NR (H-PRUEF-IND) = ZERO
154200        AND KPF-A-NACHFOLGER-NR (H-AK-IND) > ZERO
154300     THEN
154400       MOVE C-R-R004              TO H-REGEL-IND
154500       PERFORM 7500-BEFUND-SCHREIBEN
154600                                THRU 7500-BEFUND-SCHREIBEN-EXIT
154700     END-IF
154800     .
154900 3200-VERWEIS-PRUEFEN-1002.
155000 3200-VERWEIS-PRUEFEN-EXIT.
155100     EXIT.
155200/---------------------------------------------------------------*
155300* Kontenzuordnungen KA000AKKTO pruefen (K001, K002, E001)       *
155400*---------------------------------------------------------------*
155500 4000-KONTEN-PRUEFEN SECTION.
155600 4000-KONTEN-PRUEFEN-1001.
155700     MOVE C-1                     TO H-LFD-ZEILE
155800     PERFORM 4100-LESEN-KTO-ZEILE THRU 4100-LESEN-KTO-ZEILE-EXIT
155900     PERFORM UNTIL SCAN-N-GEFUNDEN
156000       ADD C-1                    TO H-RUN-ANZ-GELESEN
156100       PERFORM 4200-KONTO-PRUEFEN THRU 4200-KONTO-PRUEFEN-EXIT
156200       ADD C-1                    TO H-LFD-ZEILE
156300       PERFORM 4100-LESEN-KTO-ZEILE
156400                                THRU 4100-LESEN-KTO-ZEILE-EXIT
156500     END-PERFORM
156600     .
156700 4000-KONTEN-PRUEFEN-1002.
156800 4000-KONTEN-PRUEFEN-EXIT.
156900     EXIT.
157000/---------------------------------------------------------------*
157100* Zeile aus KA03AKKTO lesen                                     *
157200*---------------------------------------------------------------*
157300 4100-LESEN-KTO-ZEILE SECTION.
157400 4100-LESEN-KTO-ZEILE-1001.
157500     MOVE H-LFD-ZEILE             TO GSTTAB-ZEILENNUMMER
157600     CALL "CGSTAB" USING
157700          C-TAB-LESEN-ZEILE
157800          C-KONFIG-ID-KA
157900          C-OBJEKT-TAB-KA03AKKTO
158000          GSOVER-VERSTAENDIGUNGSBEREICH
158100          KAI0AKK-EINGABEBEREICH
158200          KAO0AKK-AUSGABEBEREICH
158300          GSTTAB-EIN-AUSGABEBEREICH
158400     END-CALL
158500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
158600     THEN
158700       SET SCAN-GEFUNDEN          TO TRUE
158800     ELSE
158900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
159000       SET SCAN-N-GEFUNDEN        TO TRUE
159100     END-IF
159200     .
159300 4100-LESEN-KTO-ZEILE-1002.
159400 4100-LESEN-KTO-ZEILE-EXIT.
159500     EXIT.
159600/---------------------------------------------------------------*
159700* Eine Kontenzuordnung pruefen                                  *
159800*---------------------------------------------------------------*
159900 4200-KONTO-PRUEFEN SECTION.
160000 4200-KONTO-PRUEFEN-1001.
160100     MOVE SPACE                   TO H-OBJEKT
160200     STRING "AK "                 DELIMITED BY SIZE
160300            KAO0AKK-AK-NUMMER     DELIMITED BY SIZE
160400            " KONTO "             DELIMITED BY SIZE
160500            KAO0AKK-HERKUNFT      DELIMITED BY SPACE
160600            "/"                   DELIMITED BY SIZE
160700            KAO0AKK-KONTO-ID      DELIMITED BY SPACE
160800            " "                   DELIMITED BY SIZE
160900            KAO0AKK-WAEHRUNG      DELIMITED BY SIZE
161000       INTO H-OBJEKT
161100     END-STRING
161200     MOVE KAO0AKK-AK-NUMMER       TO H-AK-NUMMER
161300     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
161400     IF H-AK-IND                  = ZERO
161500     THEN
161600       MOVE C-R-K001              TO H-REGEL-IND
161700       PERFORM 7500-BEFUND-SCHREIBEN
161800                                THRU 7500-BEFUND-SCHREIBEN-EXIT
161900       GO TO 4200-KONTO-PRUEFEN-EXIT
162000     END-IF
162100     IF KAO0AKK-INAKTIV
162200     THEN
162300       GO TO 4200-KONTO-PRUEFEN-EXIT
162400     END-IF
162500     IF KPF-A-NACHFOLGER-NR (H-AK-IND) > ZERO
162600     THEN
162700       MOVE C-R-K002              TO H-REGEL-IND
162800       PERFORM 7500-BEFUND-SCHREIBEN
162900                                THRU 7500-BEFUND-SCHREIBEN-EXIT
163000     END-IF
163100*    Konten mit Lieferplan erhalten Auszuege einer Korrespondenz-
163200*    bank (Nostro) und brauchen eine Entgeltvereinbarung
163300     IF KAO0AKK-LIEFERPLAN-OHNE
163400     THEN
163500       GO TO 4200-KONTO-PRUEFEN-EXIT
163600     END-IF
163700     MOVE KAO0AKK-HERKUNFT        TO KAI0AEN-HERKUNFT
163800     MOVE KAO0AKK-KONTO-ID        TO KAI0AEN-KONTO-ID
163900     CALL "CGSTAB" USING
164000          C-TAB-LESEN-EQUAL
164100          C-KONFIG-ID-KA
164200          C-OBJEKT-TAB-KA000AKEN
164300          GSOVER-VERSTAENDIGUNGSBEREICH
164400          KAI0AEN-EINGABEBEREICH
164500          KAO0AEN-AUSGABEBEREICH
164600          GSTTAB-EIN-AUSGABEBEREICH
164700     END-CALL
164800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
164900     THEN
165000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165100       MOVE C-R-E001              TO H-REGEL-IND
165200       PERFORM 7500-BEFUND-SCHREIBEN
165300                                THRU 7500-BEFUND-SCHREIBEN-EXIT
165400     END-IF
165500     .
165600 4200-KONTO-PRUEFEN-1002.
165700 4200-KONTO-PRUEFEN-EXIT.
165800     EXIT.
165900/---------------------------------------------------------------*
166000* Fachbereiche aus KA03AKFB gegen die Berechtigungen KA03AKFR   *
166100* pruefen (B001)                                                *
166200*---------------------------------------------------------------*
166300 5000-FB-PRUEFEN SECTION.
166400 5000-FB-PRUEFEN-1001.
166500     SET SAMMEL-N-VORHANDEN       TO TRUE
166600     MOVE C-1                     TO H-LFD-ZEILE
166700     PERFORM 5100-LESEN-AKFR-ZEILE
166800                                THRU 5100-LESEN-AKFR-ZEILE-EXIT
166900     PERFORM UNTIL SCAN-N-GEFUNDEN
167000       ADD C-1                    TO H-RUN-ANZ-GELESEN
167100       IF KA0AKFR-BERECHTIGT-JA
167200       THEN
167300         IF KA0AKFR-FACHBEREICH   = SPACE
167400         THEN
167500           SET SAMMEL-VORHANDEN   TO TRUE
167600         ELSE
167700           IF KPF-ANZ-FR          < C-MAX-FB
167800           THEN
167900             ADD C-1              TO KPF-ANZ-FR
168000             MOVE KA0AKFR-FACHBEREICH
168100                             TO KPF-FR-FACHBEREICH (KPF-ANZ-FR)
168200           ELSE
168300             ADD C-1              TO H-ANZ-VERWORFEN
168400           END-IF
168500         END-IF
168600       END-IF
168700       ADD C-1                    TO H-LFD-ZEILE
168800       PERFORM 5100-LESEN-AKFR-ZEILE
168900                                THRU 5100-LESEN-AKFR-ZEILE-EXIT
169000     END-PERFORM
169100*    ein Sammeleintrag berechtigt einen Bearbeiter fuer alle
169200*    Fachbereiche - dann hat jeder Fachbereich einen Bearbeiter
169300     IF SAMMEL-VORHANDEN
169400     THEN
169500       GO TO 5000-FB-PRUEFEN-EXIT
169600     END-IF
169700     MOVE C-1                     TO H-LFD-ZEILE
169800     PERFORM 5200-LESEN-AKFB-ZEILE
169900                                THRU 5200-LESEN-AKFB-ZEILE-EXIT
170000     PERFORM UNTIL SCAN-N-GEFUNDEN
170100       ADD C-1                    TO H-RUN-ANZ-GELESEN
170200       IF KA0AKFB-FACHBEREICH     NOT = SPACE
170300       THEN
170400         MOVE KA0AKFB-FACHBEREICH TO H-FACHBEREICH
170500         PERFORM 5300-FB-EINZEL-PRUEFEN
170600                                THRU 5300-FB-EINZEL-PRUEFEN-EXIT
170700       END-IF
170800       ADD C-1                    TO H-LFD-ZEILE
170900       PERFORM 5200-LESEN-AKFB-ZEILE
171000                                THRU 5200-LESEN-AKFB-ZEILE-EXIT
171100     END-PERFORM
171200     .
171300 5000-FB-PRUEFEN-1002.
171400 5000-FB-PRUEFEN-EXIT.
171500     EXIT.
171600/---------------------------------------------------------------*
171700* Zeile aus KA03AKFR lesen                                      *
171800*---------------------------------------------------------------*
171900 5100-LESEN-AKFR-ZEILE SECTION.
172000 5100-LESEN-AKFR-ZEILE-1001.
172100     MOVE H-LFD-ZEILE             TO KA0AKFR-ZEILENNUMMER
172200     CALL "CGSTAB" USING
172300          C-TAB-LESEN-ZEILE
172400          C-KONFIG-ID-KA
172500          C-OBJEKT-TAB-KA03AKFR
172600          GSOVER-VERSTAENDIGUNGSBEREICH
172700          KA0AKFR-EINGABEBEREICH
172800          KA0AKFR-AUSGABEBEREICH
172900          DUMMY
173000     END-CALL
173100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
173200     THEN
173300       SET SCAN-GEFUNDEN          TO TRUE
173400     ELSE
173500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
173600       SET SCAN-N-GEFUNDEN        TO TRUE
173700     END-IF
173800     .
173900 5100-LESEN-AKFR-ZEILE-1002.
174000 5100-LESEN-AKFR-ZEILE-EXIT.
174100     EXIT.
174200/---------------------------------------------------------------*
174300* Zeile aus KA03AKFB lesen                                      *
174400*---------------------------------------------------------------*
174500 5200-LESEN-AKFB-ZEILE SECTION.
174600 5200-LESEN-AKFB-ZEILE-1001.
174700     MOVE H-LFD-ZEILE             TO KA0AKFB-ZEILENNUMMER
174800     CALL "CGSTAB" USING
174900          C-TAB-LESEN-ZEILE
175000          C-KONFIG-ID-KA
175100          C-OBJEKT-TAB-KA03AKFB
175200          GSOVER-VERSTAENDIGUNGSBEREICH
175300          KA0AKFB-EINGABEBEREICH
175400          KA0AKFB-AUSGABEBEREICH
175500          DUMMY
175600     END-CALL
175700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
175800     THEN
175900       SET SCAN-GEFUNDEN          TO TRUE
176000     ELSE
176100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
176200       SET SCAN-N-GEFUNDEN        TO TRUE
176300     END-IF
176400     .
176500 5200-LESEN-AKFB-ZEILE-1002.
176600 5200-LESEN-AKFB-ZEILE-EXIT.
176700     EXIT.
176800/---------------------------------------------------------------*
176900* Einen Fachbereich (je Fachbereich nur einmal) pruefen         *
177000*---------------------------------------------------------------*
177100 5300-FB-EINZEL-PRUEFEN SECTION.
177200 5300-FB-EINZEL-PRUEFEN-1001.
177300     PERFORM VARYING H-TAB-IND FROM 1 BY 1
177400             UNTIL H-TAB-IND      > KPF-ANZ-FB
177500       IF KPF-FB-FACHBEREICH (H-TAB-IND) = H-FACHBEREICH
177600       THEN
177700         GO TO 5300-FB-EINZEL-PRUEFEN-EXIT
177800       END-IF
177900     END-PERFORM
178000     IF KPF-ANZ-FB                < C-MAX-FB
178100     THEN
178200       ADD C-1                    TO KPF-ANZ-FB
178300       MOVE H-FACHBEREICH
178400                             TO KPF-FB-FACHBEREICH (KPF-ANZ-FB)
178500     END-IF
178600     PERFORM VARYING H-TAB-IND FROM 1 BY 1
178700             UNTIL H-TAB-IND      > KPF-ANZ-FR
178800       IF KPF-FR-FACHBEREICH (H-TAB-IND) = H-FACHBEREICH
178900       THEN
179000         GO TO 5300-FB-EINZEL-PRUEFEN-EXIT
179100       END-IF
179200     END-PERFORM
179300     MOVE SPACE                   TO H-OBJEKT
179400     STRING "FACHBEREICH "        DELIMITED BY SIZE
179500            H-FACHBEREICH         DELIMITED BY SIZE
179600       INTO H-OBJEKT
179700     END-STRING
179800     MOVE C-R-B001                TO H-REGEL-IND
179900     PERFORM 7500-BEFUND-SCHREIBEN
180000                                THRU 7500-BEFUND-SCHREIBEN-EXIT
180100     .
180200 5300-FB-EINZEL-PRUEFEN-1002.
180300 5300-FB-EINZEL-PRUEFEN-EXIT.
180400     EXIT.
180500/---------------------------------------------------------------*
180600* Kontierungsregeln KA02AKGL je aktivem Kreis und aktivem       *
180700* Schliessungsgrund pruefen (G001)                              *
180800*---------------------------------------------------------------*
180900 6000-GL-PRUEFEN SECTION.
181000 6000-GL-PRUEFEN-1001.
181100     MOVE C-1                     TO H-LFD-ZEILE
181200     PERFORM 6100-LESEN-AKSG-ZEILE
181300                                THRU 6100-LESEN-AKSG-ZEILE-EXIT
181400     PERFORM UNTIL SCAN-N-GEFUNDEN
181500       ADD C-1                    TO H-RUN-ANZ-GELESEN
181600       IF KA0AKSG-AKTIV           = C-AKTIV-JA
181700       THEN
181800         IF KPF-ANZ-GRUND         < C-MAX-GRUND
181900         THEN
182000           ADD C-1                TO KPF-ANZ-GRUND
182100           MOVE KA0AKSG-GRUND-CODE
182200                           TO KPF-GRUND-CODE (KPF-ANZ-GRUND)
182300         ELSE
182400           ADD C-1                TO H-ANZ-VERWORFEN
182500         END-IF
182600       END-IF
182700       ADD C-1                    TO H-LFD-ZEILE
182800       PERFORM 6100-LESEN-AKSG-ZEILE
182900                                THRU 6100-LESEN-AKSG-ZEILE-EXIT
183000     END-PERFORM
183100     IF KPF-ANZ-GRUND             = ZERO
183200     THEN
183300       GO TO 6000-GL-PRUEFEN-EXIT
183400     END-IF
183500     PERFORM 6200-GL-KREIS-PRUEFEN
183600                                THRU 6200-GL-KREIS-PRUEFEN-EXIT
183700             VARYING H-PRUEF-IND FROM 1 BY 1
183800             UNTIL H-PRUEF-IND    > KPF-ANZ-AK
183900     .
184000 6000-GL-PRUEFEN-1002.
184100 6000-GL-PRUEFEN-EXIT.
184200     EXIT.
184300/---------------------------------------------------------------*
184400* Zeile aus KA03AKSG lesen                                      *
184500*---------------------------------------------------------------*
184600 6100-LESEN-AKSG-ZEILE SECTION.
184700 6100-LESEN-AKSG-ZEILE-1001.
184800     MOVE H-LFD-ZEILE             TO KA0AKSG-ZEILENNUMMER
184900     CALL "CGSTAB" USING
185000          C-TAB-LESEN-ZEILE
185100          C-KONFIG-ID-KA
185200          C-OBJEKT-TAB-KA03AKSG
185300          GSOVER-VERSTAENDIGUNGSBEREICH
185400          KA0AKSG-EINGABEBEREICH
185500          KA0AKSG-AUSGABEBEREICH
185600          DUMMY
185700     END-CALL
185800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
185900     THEN
186000       SET SCAN-GEFUNDEN          TO TRUE
186100     ELSE
186200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
186300       SET SCAN-N-GEFUNDEN        TO TRUE
186400     END-IF
186500     .
186600 6100-LESEN-AKSG-ZEILE-1002.
186700 6100-LESEN-AKSG-ZEILE-EXIT.
186800     EXIT.
186900/---------------------------------------------------------------*
187000* Kontierung eines aktiven Kreises: mit Sammeleintrag (Grund    *
187100* SPACE) ist jeder Grund kontiert, sonst je Grund pruefen       *
187200*---------------------------------------------------------------*
187300 6200-GL-KREIS-PRUEFEN SECTION.
187400 6200-GL-KREIS-PRUEFEN-1001.
187500     IF KPF-A-NACHFOLGER-NR (H-PRUEF-IND) > ZERO
187600     THEN
187700       GO TO 6200-GL-KREIS-PRUEFEN-EXIT
187800     END-IF
187900     MOVE KPF-A-AK-NUMMER (H-PRUEF-IND)
188000                                  TO KAI0AKM-AK-NUMMER
188100     MOVE SPACE                   TO KAI0AKM-GRUND-CODE
188200     PERFORM 6300-GL-LESEN        THRU 6300-GL-LESEN-EXIT
188300     IF GL-VORHANDEN
188400     THEN
188500       GO TO 6200-GL-KREIS-PRUEFEN-EXIT
188600     END-IF
188700     PERFORM VARYING H-TAB-IND FROM 1 BY 1
188800             UNTIL H-TAB-IND      > KPF-ANZ-GRUND
188900       MOVE KPF-GRUND-CODE (H-TAB-IND)
189000                                  TO KAI0AKM-GRUND-CODE
189100       PERFORM 6300-GL-LESEN      THRU 6300-GL-LESEN-EXIT
189200       IF GL-N-VORHANDEN
189300       THEN
189400         MOVE SPACE               TO H-OBJEKT
189500         STRING "AK "             DELIMITED BY SIZE
189600                KAI0AKM-AK-NUMMER DELIMITED BY SIZE
189700                " GRUND "         DELIMITED BY SIZE
189800                KAI0AKM-GRUND-CODE
189900                                  DELIMITED BY SIZE
190000           INTO H-OBJEKT
190100         END-STRING
190200         MOVE C-R-G001            TO H-REGEL-IND
190300         PERFORM 7500-BEFUND-SCHREIBEN
190400                                THRU 7500-BEFUND-SCHREIBEN-EXIT
190500       END-IF
190600     END-PERFORM
190700     .
190800 6200-GL-KREIS-PRUEFEN-1002.
190900 6200-GL-KREIS-PRUEFEN-EXIT.
191000     EXIT.
191100/---------------------------------------------------------------*
191200* Kontierungsregel KA02AKGL zum Schluessel in KAI0AKM lesen     *
191300*---------------------------------------------------------------*
191400 6300-GL-LESEN SECTION.
191500 6300-GL-LESEN-1001.
191600     CALL "CGSTAB" USING
191700          C-TAB-LESEN-EQUAL
191800          C-KONFIG-ID-KA
191900          C-OBJEKT-TAB-KA02AKGL
192000          GSOVER-VERSTAENDIGUNGSBEREICH
192100          KAI0AKM-EINGABEBEREICH
192200          KAO0AKM-AUSGABEBEREICH
192300          GSTTAB-EIN-AUSGABEBEREICH
192400     END-CALL
192500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
192600     THEN
192700       SET GL-VORHANDEN           TO TRUE
192800     ELSE
192900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
193000       SET GL-N-VORHANDEN         TO TRUE
193100     END-IF
193200     .
193300 6300-GL-LESEN-1002.
193400 6300-GL-LESEN-EXIT.
193500     EXIT.
193600/---------------------------------------------------------------*
193700* Prioritaetsregeln KA03AKPR ohne aktiven Kreis (P001)          *
193800*---------------------------------------------------------------*
193900 6500-PRIO-REGELN SECTION.
194000 6500-PRIO-REGELN-1001.
194100     MOVE C-1                     TO H-LFD-ZEILE
194200     PERFORM 6510-LESEN-AKPR-ZEILE
194300                                THRU 6510-LESEN-AKPR-ZEILE-EXIT
194400     PERFORM UNTIL SCAN-N-GEFUNDEN
194500       ADD C-1                    TO H-RUN-ANZ-GELESEN
194600       MOVE KA0AKPR-AK-NUMMER     TO H-AK-NUMMER
194700       MOVE SPACE                 TO H-OBJEKT
194800       STRING "AK "               DELIMITED BY SIZE
194900              H-AK-NUMMER         DELIMITED BY SIZE
195000         INTO H-OBJEKT
195100       END-STRING
195200       MOVE C-R-P001              TO H-REGEL-IND
195300       PERFORM 7300-KREIS-AKTIV-PRUEFEN
195400                                THRU 7300-KREIS-AKTIV-PRUEFEN-EXIT
195500       ADD C-1                    TO H-LFD-ZEILE
195600       PERFORM 6510-LESEN-AKPR-ZEILE
195700                                THRU 6510-LESEN-AKPR-ZEILE-EXIT
195800     END-PERFORM
195900     .
196000 6500-PRIO-REGELN-1002.
196100 6500-PRIO-REGELN-EXIT.
196200     EXIT.
196300/---------------------------------------------------------------*
196400* Zeile aus KA03AKPR lesen                                      *
196500*---------------------------------------------------------------*
196600 6510-LESEN-AKPR-ZEILE SECTION.
196700 6510-LESEN-AKPR-ZEILE-1001.
196800     MOVE H-LFD-ZEILE             TO KA0AKPR-ZEILENNUMMER
196900     CALL "CGSTAB" USING
197000          C-TAB-LESEN-ZEILE
197100          C-KONFIG-ID-KA
197200          C-OBJEKT-TAB-KA03AKPR
197300          GSOVER-VERSTAENDIGUNGSBEREICH
197400          KA0AKPR-EINGABEBEREICH
197500          KA0AKPR-AUSGABEBEREICH
197600          DUMMY
197700     END-CALL
197800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
197900     THEN
198000       SET SCAN-GEFUNDEN          TO TRUE
198100     ELSE
198200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
198300       SET SCAN-N-GEFUNDEN        TO TRUE
198400     END-IF
198500     .
198600 6510-LESEN-AKPR-ZEILE-1002.
198700 6510-LESEN-AKPR-ZEILE-EXIT.
198800     EXIT.
198900/---------------------------------------------------------------*
199000* Regeln fuer technische Posten KA03AKTE ohne aktiven Kreis     *
199100* (T001)                                                        *
199200*---------------------------------------------------------------*
199300 6600-TECHNIK-REGELN SECTION.
199400 6600-TECHNIK-REGELN-1001.
199500     MOVE C-1                     TO H-LFD-ZEILE
199600     PERFORM 6610-LESEN-AKTE-ZEILE
199700                                THRU 6610-LESEN-AKTE-ZEILE-EXIT
199800     PERFORM UNTIL SCAN-N-GEFUNDEN
199900       ADD C-1                    TO H-RUN-ANZ-GELESEN
200000       MOVE KA0AKTE-AK-NUMMER     TO H-AK-NUMMER
200100       MOVE SPACE                 TO H-OBJEKT
200200       STRING "AK "               DELIMITED BY SIZE
200300              H-AK-NUMMER         DELIMITED BY SIZE
200400              " REGEL "           DELIMITED BY SIZE
200500              KA0AKTE-REGEL-NR    DELIMITED BY SIZE
200600         INTO H-OBJEKT
200700       END-STRING
200800       MOVE C-R-T001              TO H-REGEL-IND
200900       PERFORM 7300-KREIS-AKTIV-PRUEFEN
201000                                THRU 7300-KREIS-AKTIV-PRUEFEN-EXIT
201100       ADD C-1                    TO H-LFD-ZEILE
201200       PERFORM 6610-LESEN-AKTE-ZEILE
201300                                THRU 6610-LESEN-AKTE-ZEILE-EXIT
201400     END-PERFORM
201500     .
201600 6600-TECHNIK-REGELN-1002.
201700 6600-TECHNIK-REGELN-EXIT.
201800     EXIT.
201900/---------------------------------------------------------------*
202000* Zeile aus KA03AKTE lesen                                      *
202100*---------------------------------------------------------------*
202200 6610-LESEN-AKTE-ZEILE SECTION.
202300 6610-LESEN-AKTE-ZEILE-1001.
202400     MOVE H-LFD-ZEILE             TO KA0AKTE-ZEILENNUMMER
202500     CALL "CGSTAB" USING
202600          C-TAB-LESEN-ZEILE
202700          C-KONFIG-ID-KA
202800          C-OBJEKT-TAB-KA03AKTE
202900          GSOVER-VERSTAENDIGUNGSBEREICH
203000          KA0AKTE-EINGABEBEREICH
203100          KA0AKTE-AUSGABEBEREICH
203200          DUMMY
203300     END-CALL
203400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
203500     THEN
203600       SET SCAN-GEFUNDEN          TO TRUE
203700     ELSE
203800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
203900       SET SCAN-N-GEFUNDEN        TO TRUE
204000     END-IF
204100     .
204200 6610-LESEN-AKTE-ZEILE-1002.
204300 6610-LESEN-AKTE-ZEILE-EXIT.
204400     EXIT.
204500/---------------------------------------------------------------*
204600* Abstimmkreis H-AK-NUMMER in der Verweistabelle suchen         *
204700* (H-AK-IND = 0: nicht vorhanden)                               *
204800*---------------------------------------------------------------*
204900 7100-AK-SUCHEN SECTION.
205000 7100-AK-SUCHEN-1001.
205100     PERFORM VARYING H-AK-IND FROM 1 BY 1
205200             UNTIL H-AK-IND       > KPF-ANZ-AK
205300       IF KPF-A-AK-NUMMER (H-AK-IND) = H-AK-NUMMER
205400       THEN
205500         GO TO 7100-AK-SUCHEN-EXIT
205600       END-IF
205700     END-PERFORM
205800     MOVE ZERO                    TO H-AK-IND
205900     .
206000 7100-AK-SUCHEN-1002.
206100 7100-AK-SUCHEN-EXIT.
206200     EXIT.
206300/---------------------------------------------------------------*
206400* Regel eines Abstimmkreises (H-AK-NUMMER): fehlt der Kreis     *
206500* oder ist er stillgelegt, Befund zur Regel in H-REGEL-IND      *
206600*---------------------------------------------------------------*
206700 7300-KREIS-AKTIV-PRUEFEN SECTION.
206800 7300-KREIS-AKTIV-PRUEFEN-1001.
206900     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
207000     IF H-AK-IND                  = ZERO
207100     THEN
207200       PERFORM 7500-BEFUND-SCHREIBEN
207300                                THRU 7500-BEFUND-SCHREIBEN-EXIT
207400       GO TO 7300-KREIS-AKTIV-PRUEFEN-EXIT
207500     END-IF
207600     IF KPF-A-NACHFOLGER-NR (H-AK-IND) > ZERO
207700     THEN
207800       PERFORM 7500-BEFUND-SCHREIBEN
207900                                THRU 7500-BEFUND-SCHREIBEN-EXIT
208000     END-IF
208100     .
208200 7300-KREIS-AKTIV-PRUEFEN-1002.
208300 7300-KREIS-AKTIV-PRUEFEN-EXIT.
208400     EXIT.
208500/---------------------------------------------------------------*
208600* Befund zur Regel H-REGEL-IND mit Objekt H-OBJEKT ausgeben,    *
208700* sofern die Regel aktiv ist; Zaehler je Schwere fortschreiben  *
208800*---------------------------------------------------------------*
208900 7500-BEFUND-SCHREIBEN SECTION.
209000 7500-BEFUND-SCHREIBEN-1001.
209100     IF KPF-R-AKTIV (H-REGEL-IND) NOT = C-AKTIV-JA
209200     THEN
209300       GO TO 7500-BEFUND-SCHREIBEN-EXIT
209400     END-IF
209500     ADD C-1                      TO KPF-R-ANZAHL (H-REGEL-IND)
209600     EVALUATE KPF-R-SCHWERE (H-REGEL-IND)
209700     WHEN C-SCHWERE-FEHLER
209800       ADD C-1                    TO H-ANZ-FEHLER
209900       ADD C-1                    TO H-RUN-ANZ-FEHLER
210000     WHEN C-SCHWERE-WARNUNG
210100       ADD C-1                    TO H-ANZ-WARNUNGEN
210200     WHEN OTHER
210300       ADD C-1                    TO H-ANZ-HINWEISE
210400     END-EVALUATE
210500     MOVE KPF-R-SCHWERE (H-REGEL-IND)
210600                                  TO KPF-D-SCHWERE
210700     MOVE KPF-R-CODE (H-REGEL-IND) TO KPF-D-REGEL
210800     MOVE H-OBJEKT                TO KPF-D-OBJEKT
210900     MOVE KPF-R-TEXT (H-REGEL-IND) TO KPF-D-TEXT
211000     MOVE KPF-DETAIL              TO KPF-DRUCKZEILE
211100     WRITE KPF-DRUCKZEILE
211200     ADD C-1                      TO H-RUN-ANZ-GESCHRIEBEN
211300     .
211400 7500-BEFUND-SCHREIBEN-1002.
211500 7500-BEFUND-SCHREIBEN-EXIT.
211600     EXIT.
211700/---------------------------------------------------------------*
211800* Vorlaeufer-Pruefung ueber das zentrale Laufregister (AKARUN,  *
211900* Funktion 01-INT-VORLAUF-PRUEFEN): ist der in KA02AKPA         *
212000* konfigurierte Vorlaeufer zum Laufdatum nicht beendet, stoppt  *
212100* der Lauf mit KA4914 (Uebersteuerung siehe AKARUN)             *
212200*---------------------------------------------------------------*
212300 7900-VORLAUF-PRUEFEN SECTION.
212400 7900-VORLAUF-PRUEFEN-1001.
212500     MOVE C-01-INT-VORLAUF-PRUEFEN
212600                                  TO KAIRUN-FUNKTION
212700     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
212800     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
212900     CALL "AKARUN"
213000     USING KAIRUN-EINGABEBEREICH
213100           GSOVER-VERSTAENDIGUNGSBEREICH
213200     END-CALL
213300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
213400     THEN
213500*      KA4914: Vorlaeufer fehlt/laeuft - Kette nicht
213600*      fortsetzen; Stopp sichtbar im Protokoll ausweisen
213700       OPEN OUTPUT KPFAUS
213800       MOVE "KA4914 VORLAEUFER NICHT BEENDET - AKAKPF GESTOPPT"
213900                                  TO KPF-DRUCKZEILE
214000       WRITE KPF-DRUCKZEILE
214100       STOP RUN
214200     END-IF
214300     .
214400 7900-VORLAUF-PRUEFEN-1002.
214500 7900-VORLAUF-PRUEFEN-EXIT.
214600     EXIT.
214700/---------------------------------------------------------------*
214800* Start im zentralen Laufregister melden                        *
214900*---------------------------------------------------------------*
215000 8000-LAUFREGISTER-START SECTION.
215100 8000-LAUFREGISTER-START-1001.
215200     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
215300     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
215400     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
215500     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
215600                                     KAIRUN-ANZ-GESCHRIEBEN
215700                                     KAIRUN-ANZ-FEHLER
215800     CALL "AKARUN"
215900     USING KAIRUN-EINGABEBEREICH
216000           GSOVER-VERSTAENDIGUNGSBEREICH
216100     END-CALL
216200     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
216300     .
216400 8000-LAUFREGISTER-START-1002.
216500 8000-LAUFREGISTER-START-EXIT.
216600     EXIT.
216700/---------------------------------------------------------------*
216800* Ende mit Kontrollsummen im zentralen Laufregister melden; die  *
216900* Fehleranzahl ist die Zahl der Befunde mit Schwere F           *
217000*---------------------------------------------------------------*
217100 8100-LAUFREGISTER-ENDE SECTION.
217200 8100-LAUFREGISTER-ENDE-1001.
217300     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
217400     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
217500     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
217600     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
217700     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
217800     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
217900     CALL "AKARUN"
218000     USING KAIRUN-EINGABEBEREICH
218100           GSOVER-VERSTAENDIGUNGSBEREICH
218200     END-CALL
218300     .
218400 8100-LAUFREGISTER-ENDE-1002.
218500 8100-LAUFREGISTER-ENDE-EXIT.
218600     EXIT.
218700/---------------------------------------------------------------*
218800* Regelliste mit wirksamer Schwere und Anzahl Befunde drucken   *
218900*---------------------------------------------------------------*
219000 8500-REGELLISTE SECTION.
219100 8500-REGELLISTE-1001.
219200     MOVE SPACE                   TO KPF-DRUCKZEILE
219300     WRITE KPF-DRUCKZEILE
219400     MOVE KPF-KOPF-REGELN         TO KPF-DRUCKZEILE
219500     WRITE KPF-DRUCKZEILE
219600     PERFORM VARYING H-REGEL-IND FROM 1 BY 1
219700             UNTIL H-REGEL-IND    > C-ANZ-REGELN
219800       MOVE KPF-R-CODE (H-REGEL-IND)
219900                                  TO KPF-L-REGEL
220000       MOVE KPF-R-SCHWERE (H-REGEL-IND)
220100                                  TO KPF-L-SCHWERE
220200       MOVE KPF-R-AKTIV (H-REGEL-IND)
220300                                  TO KPF-L-AKTIV
220400       MOVE KPF-R-ANZAHL (H-REGEL-IND)
220500                                  TO KPF-L-ANZAHL
220600       MOVE KPF-R-TEXT (H-REGEL-IND)
220700                                  TO KPF-L-TEXT
220800       MOVE KPF-REGELZEILE        TO KPF-DRUCKZEILE
220900       WRITE KPF-DRUCKZEILE
221000     END-PERFORM
221100     .
221200 8500-REGELLISTE-1002.
221300 8500-REGELLISTE-EXIT.
221400     EXIT.
221500/---------------------------------------------------------------*
221600* Programmende: Summen                                          *
221700*---------------------------------------------------------------*
221800 9999-EXIT SECTION.
221900 9999-EXIT-1001.
222000     INITIALIZE KPF-ENDE
222100     MOVE H-ANZ-FEHLER            TO KPF-X-FEHLER
222200     MOVE H-ANZ-WARNUNGEN         TO KPF-X-WARNUNGEN
222300     MOVE H-ANZ-HINWEISE          TO KPF-X-HINWEISE
222400     MOVE KPF-ANZ-AK              TO KPF-X-KREISE
222500     MOVE H-ANZ-VERWORFEN         TO KPF-X-VERWORFEN
222600     MOVE KPF-ENDE                TO KPF-DRUCKZEILE
222700     WRITE KPF-DRUCKZEILE
222800     IF H-ANZ-FEHLER              > ZERO
222900     THEN
223000       MOVE KPF-ENDE-STOPP        TO KPF-DRUCKZEILE
223100       WRITE KPF-DRUCKZEILE
223200     END-IF
223300     CLOSE KPFAUS
223400     .
223500 9999-EXIT-1002.
223600 9999-EXIT-EXIT.
223700     EXIT.
