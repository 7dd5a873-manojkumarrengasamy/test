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
000160*@Titel         : gpi-Trackerstatus ausgehender Zahlungen
000160*@Elementname   : akagpi.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Import gpi-Trackerstatus                   *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Tagesimport der gpi-Trackerstatusdatei GPIIMP (vom        *
001900* Konverter aufbereitet, aufsteigend nach UETR sortiert):   *
002000* je UETR Status ACSP/ACCC/RJCT, Grundcode, letzte Bank     *
002100* der Kette und Zeitpunkt der Statusmeldung. Mehrere        *
002200* Meldungen zu einer UETR: es gilt die juengste.            *
002300* GPIPARM liefert Laufdatum und Stautage (ohne Angabe 2):   *
002400* ab so vielen Tagen ohne neue Meldung gilt ein ACSP als    *
002500* haengend.                                                 *
002600* Die offenen und in Klaerung befindlichen Posten aller     *
002700* Abstimmkreise werden seitenweise gelesen (AKA5OF);        *
002800* Posten mit UETR werden gegen die Meldungen gestellt       *
002900* und bei neuerem Stand ueber KKA5AP/KKA4AP                 *
003000* (01-INT-AEN-APO-UCHK, wie AKANFI) fortgeschrieben         *
003100* (Anzeige AKAC5AP). Jede Fortschreibung und jeder          *
003200* Fehler ergibt eine Zeile im Protokoll GPIAUS.             *
003300* Posten mit aktuellem Status RJCT sowie ACSP-Posten ab     *
003400* der Stautage-Grenze gehen - auch ohne neue Meldung des    *
003500* Tages - in die Arbeitsliste GPILST der Nachforschung,     *
003600* sortiert nach Betrag (absteigend) und Alter (aeltester    *
003700* Status zuerst; SORT ueber GPIARB/GPIARBS).                *
003800* Abstimmkreise mit Hochvolumen-Ablage (BKAAPHV) werden     *
003900* nur im Protokoll ausgewiesen.                             *
004000*@E-ELEMENTBESCHREIBUNG                                     *
004100*                                                           *
004200*@A-MODULAUFRUF                                             *
004300* AKA5OF : Trefferliste APOs                                *
004400* KKA5AP : Lesen APO im Detail                              *
004500* KKA4AP : Fortschreiben APO (Update-Check)                 *
004600*@E-MODULAUFRUF                                             *
004700*                                                           *
004800*@A-COBOL-COPY                                              *
004900* Benoetigte COBOL-Copies:                                  *
005000* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005100* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005200* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005300* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005400* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005500* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
005600* DKAXIND    : INDICES AKA5OF                               *
005700* CKAXIND    : INDICES AKA5OF                               *
005800* CKAI5AP1   : EINGABEBEREICH KKA5AP                        *
005900* CKAO5AP1   : AUSGABEBEREICH KKA5AP                        *
006000* CKAI4AP1   : EINGABEBEREICH KKA4AP                        *
006100*@E-COBOL-COPY                                              *
006200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58785                                                *     D01
090052*     Neuanlage - Import gpi-Trackerstatus auf die offenen  *     D01
090053*     Posten und Arbeitsliste haengender Zahlungen.         *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAGPI.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT GPIPARM               ASSIGN TO "GPIPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT GPIIMP                ASSIGN TO "GPIIMP"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT GPIAUS                ASSIGN TO "GPIAUS"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT GPIARB                ASSIGN TO "GPIARB"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800     SELECT GPIARBS               ASSIGN TO "GPIARBS"
101900                                  ORGANIZATION IS LINE SEQUENTIAL.
102000     SELECT GPILST                ASSIGN TO "GPILST"
102100                                  ORGANIZATION IS LINE SEQUENTIAL.
102200     SELECT GPISORT               ASSIGN TO "GPISORT".
102300 DATA DIVISION.
102400 FILE SECTION.
102500 FD  GPIPARM
102600     RECORDING MODE IS F.
102700 01  GPI-PARM-SATZ.
102800     05 GPI-P-LAUFDATUM           PIC 9(008).
102900     05 FILLER                    PIC X(001).
103000     05 GPI-P-STAU-TAGE           PIC 9(003).
103100 FD  GPIIMP
103200     RECORDING MODE IS F.
103300 01  GPI-IMP-SATZ.
103400     05 GPI-I-UETR                PIC X(036).
103500     05 GPI-I-STATUS              PIC X(004).
103600     05 GPI-I-GRUND               PIC X(004).
103700     05 GPI-I-LETZTE-BANK         PIC X(011).
103800     05 GPI-I-STATUS-ZEIT.
103900        10 GPI-I-STATUS-DATUM     PIC 9(008).
104000        10 GPI-I-STATUS-UHRZEIT   PIC 9(006).
104100 FD  GPIAUS
104200     RECORDING MODE IS F.
104300 01  GPI-DRUCKZEILE               PIC X(150).
104400 FD  GPIARB
104500     RECORDING MODE IS F.
104600 01  GPI-ARB-SATZ                 PIC X(150).
104700 FD  GPIARBS
104800     RECORDING MODE IS F.
104900 01  GPI-ARBS-SATZ.
105000     05 GPI-S-BETRAG              PIC 9(013)V9(003).
105100     05 GPI-S-STATUS-ZEIT         PIC 9(014).
105200     05 GPI-S-ALTER-TAGE          PIC 9(005).
105300     05 GPI-S-ART                 PIC X(012).
105400     05 GPI-S-WAEHRUNG            PIC X(003).
105500     05 GPI-S-GPI-STATUS          PIC X(004).
105600     05 GPI-S-GPI-GRUND           PIC X(004).
105700     05 GPI-S-LETZTE-BANK         PIC X(011).
105800     05 GPI-S-UETR                PIC X(036).
105900     05 GPI-S-AK-NUMMER           PIC 9(005).
106000     05 GPI-S-LFD-NR              PIC 9(007).
106100     05 GPI-S-APO-STATUS          PIC 9(001).
106200     05 FILLER                    PIC X(032).
106300 FD  GPILST
106400     RECORDING MODE IS F.
106500 01  GPI-LISTZEILE                PIC X(150).
106600 SD  GPISORT.
106700 01  SRT-SATZ.
106800     05 SRT-BETRAG                PIC 9(013)V9(003).
106900     05 SRT-STATUS-ZEIT           PIC 9(014).
107000     05 FILLER                    PIC X(120).
107100*---------------------------------------------------------------*
107200* WORKING-STORAGE-Section                                       *
107300*---------------------------------------------------------------*
107400 WORKING-STORAGE SECTION.
107500 01  VERS-INF.
107600     05  FILLER PIC X(13) VALUE "ELEM=akagpi  ".
107700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
107800/---------------------------------------------------------------*
107900* Konstanten                                                    *
108000*---------------------------------------------------------------*
108100 01  GS-KONSTANTEN.
108200     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
108300     20 C-AKAGPI                  PIC X(008) VALUE "AKAGPI".
108400     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
108500     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
108600     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
108700     20 C-OBJEKT-AUF-KKA5AP       PIC X(020) VALUE "KKA5AP".
108800     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
108900     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
109000                                  VALUE "01-STD-APO-LIST-SUCHE".
109100     20 C-01-INT-LES-APO-DETAIL   PIC X(040)
109200                                  VALUE "01-INT-LES-APO-DETAIL".
109300     20 C-01-INT-AEN-APO-UCHK     PIC X(040)
109400                                  VALUE "01-INT-AEN-APO-UCHK".
109500     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
109600     20 C-ANZ-STATI               PIC 9(003) VALUE 2.
109700     20 C-MAX-GPI                 PIC 9(005) VALUE 50000.
109800     20 C-J                       PIC X(001) VALUE "J".
109900     20 C-N                       PIC X(001) VALUE "N".
110000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
110100     20 C-STD-STAU-TAGE           PIC 9(003) VALUE 2.
110200     20 C-GPI-IN-BEARBEITUNG      PIC X(004) VALUE "ACSP".
110300     20 C-GPI-GUTGESCHRIEBEN      PIC X(004) VALUE "ACCC".
110400     20 C-GPI-ABGELEHNT           PIC X(004) VALUE "RJCT".
110500/---------------------------------------------------------------*
110600* Gelesene Postenstati (offen, in Klaerung)                     *
110700*---------------------------------------------------------------*
110800 01  C-STATUS-LISTE.
110900     05 FILLER                    PIC X(002) VALUE "23".
111000 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
111100     05 C-STATUS-WERT             PIC 9(001) OCCURS 2.
111200 01  C-MELDUNGEN.
111300     05 C-MELD-FORTGESCHRIEBEN    PIC X(012) VALUE "AKTUALISIERT".
111400     05 C-MELD-SORTFOLGE          PIC X(012) VALUE "SORTFOLGE   ".
111500     05 C-MELD-STATUS-UNBEKANNT   PIC X(012) VALUE "STATUS UNBEK".
111600     05 C-MELD-UEBERLAUF          PIC X(012) VALUE "UEBERLAUF   ".
111700     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
111800     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
111900     05 C-MELD-ABGELEHNT          PIC X(012) VALUE "ABGELEHNT   ".
112000     05 C-MELD-HAENGEND           PIC X(012) VALUE "HAENGEND    ".
112100/---------------------------------------------------------------*
112200* Formatzeilen Protokoll GPIAUS                                 *
112300*---------------------------------------------------------------*
112400 01  GPI-DETAIL.
112500     05 GPI-D-MELDUNG             PIC X(012).
112600     05 FILLER                    PIC X(001) VALUE SPACE.
112700     05 GPI-D-UETR                PIC X(036).
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 GPI-D-GPI-STATUS          PIC X(004).
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 GPI-D-GPI-GRUND           PIC X(004).
113200     05 FILLER                    PIC X(001) VALUE SPACE.
113300     05 GPI-D-LETZTE-BANK         PIC X(011).
113400     05 FILLER                    PIC X(001) VALUE SPACE.
113500     05 GPI-D-STATUS-ZEIT         PIC 9(014).
113600     05 FILLER                    PIC X(001) VALUE SPACE.
113700     05 GPI-D-AK-NUMMER           PIC 9(005).
113800     05 FILLER                    PIC X(001) VALUE SPACE.
113900     05 GPI-D-LFD-NR              PIC 9(007).
114000     05 FILLER                    PIC X(001) VALUE SPACE.
114100     05 GPI-D-TEXT                PIC X(030).
114200     05 FILLER                    PIC X(019) VALUE SPACE.
114300 01  GPI-ENDE.
114400     05 FILLER                    PIC X(016) VALUE
114500        "MELDUNGEN:      ".
114600     05 GPI-X-MELDUNGEN           PIC Z(006)9.
114700     05 FILLER                    PIC X(016) VALUE
114800        "  UETR:         ".
114900     05 GPI-X-UETR                PIC Z(006)9.
115000     05 FILLER                    PIC X(016) VALUE
115100        "  OHNE POSTEN:  ".
115200     05 GPI-X-OHNE-POSTEN         PIC Z(006)9.
115300     05 FILLER                    PIC X(016) VALUE
115400        "  AKTUALISIERT: ".
115500     05 GPI-X-FORTGESCHRIEBEN     PIC Z(006)9.
115600     05 FILLER                    PIC X(016) VALUE
115700        "  FEHLER:       ".
115800     05 GPI-X-FEHLER              PIC Z(006)9.
115900/---------------------------------------------------------------*
116000* Arbeitsliste GPILST: Kopf-, Detail- und Summenzeile           *
116100*---------------------------------------------------------------*
116200 01  GPI-L-KOPF.
116300     05 FILLER                    PIC X(040) VALUE
116400        "ARBEITSLISTE GPI - ABGELEHNTE UND HAENGE".
116500     05 FILLER                    PIC X(020) VALUE
116600        "NDE ZAHLUNGEN, STAND".
116700     05 FILLER                    PIC X(001) VALUE SPACE.
116800     05 GPI-L-K-LAUFDATUM         PIC 9(008).
116900     05 FILLER                    PIC X(081) VALUE SPACE.
117000 01  GPI-L-DETAIL.
117100     05 GPI-L-ART                 PIC X(012).
117200     05 FILLER                    PIC X(001) VALUE SPACE.
117300     05 GPI-L-BETRAG              PIC Z(012)9,999.
117400     05 FILLER                    PIC X(001) VALUE SPACE.
117500     05 GPI-L-WAEHRUNG            PIC X(003).
117600     05 FILLER                    PIC X(001) VALUE SPACE.
117700     05 GPI-L-ALTER-TAGE          PIC Z(004)9.
117800     05 FILLER                    PIC X(001) VALUE SPACE.
117900     05 GPI-L-GPI-STATUS          PIC X(004).
118000     05 FILLER                    PIC X(001) VALUE SPACE.
118100     05 GPI-L-GPI-GRUND           PIC X(004).
118200     05 FILLER                    PIC X(001) VALUE SPACE.
118300     05 GPI-L-LETZTE-BANK         PIC X(011).
118400     05 FILLER                    PIC X(001) VALUE SPACE.
118500     05 GPI-L-STATUS-ZEIT         PIC 9(014).
118600     05 FILLER                    PIC X(001) VALUE SPACE.
118700     05 GPI-L-UETR                PIC X(036).
118800     05 FILLER                    PIC X(001) VALUE SPACE.
118900     05 GPI-L-AK-NUMMER           PIC 9(005).
119000     05 FILLER                    PIC X(001) VALUE SPACE.
119100     05 GPI-L-LFD-NR              PIC 9(007).
119200     05 FILLER                    PIC X(001) VALUE SPACE.
119300     05 GPI-L-APO-STATUS          PIC 9(001).
119400     05 FILLER                    PIC X(016) VALUE SPACE.
119500 01  GPI-L-ENDE.
119600     05 FILLER                    PIC X(016) VALUE
119700        "ABGELEHNT:      ".
119800     05 GPI-L-X-ABGELEHNT         PIC Z(006)9.
119900     05 FILLER                    PIC X(016) VALUE
120000        "  HAENGEND:     ".
120100     05 GPI-L-X-HAENGEND          PIC Z(006)9.
120200     05 FILLER                    PIC X(016) VALUE
120300        "  STAUTAGE:     ".
120400     05 GPI-L-X-STAU-TAGE         PIC Z(006)9.
120500/---------------------------------------------------------------*
120600* Satz der Arbeitsliste vor dem Sortieren (Aufbau wie GPIARBS)  *
120700*---------------------------------------------------------------*
120800 01  GPI-ARB.
120900     05 GPI-A-BETRAG              PIC 9(013)V9(003).
121000     05 GPI-A-STATUS-ZEIT         PIC 9(014).
121100     05 GPI-A-ALTER-TAGE          PIC 9(005).
121200     05 GPI-A-ART                 PIC X(012).
121300     05 GPI-A-WAEHRUNG            PIC X(003).
121400     05 GPI-A-GPI-STATUS          PIC X(004).
121500     05 GPI-A-GPI-GRUND           PIC X(004).
121600     05 GPI-A-LETZTE-BANK         PIC X(011).
121700     05 GPI-A-UETR                PIC X(036).
121800     05 GPI-A-AK-NUMMER           PIC 9(005).
121900     05 GPI-A-LFD-NR              PIC 9(007).
122000     05 GPI-A-APO-STATUS          PIC 9(001).
122100     05 FILLER                    PIC X(032) VALUE SPACE.
122200/---------------------------------------------------------------*
122300* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
122400*---------------------------------------------------------------*
122500  COPY DCTGRCGE.
122600  COPY CGSOVER.
122700  COPY CKA0AKRS.
122800  COPY DKAXIND.
122900  COPY CKAXIND.
123000  COPY CKAI5OF3.
123100  COPY CKAO5OF2.
123200  COPY CKAT5OF1.
123300  COPY CKAI5AP1.
123400  COPY CKAO5AP1.
123500  COPY CKAI4AP1.
123600 01  DUMMY                        PIC X(001).
123700/---------------------------------------------------------------*
123800* Trackermeldungen, aufsteigend nach UETR (juengste je UETR)    *
123900*---------------------------------------------------------------*
124000 01  H-GPI-ANZ                    PIC 9(005) COMP-3 VALUE ZERO.
124100 01  GPI-TABELLE.
124200     05 GPI-EINTRAG               OCCURS 1 TO 50000
124300                                  DEPENDING ON H-GPI-ANZ
124400                                  ASCENDING KEY GPI-T-UETR
124500                                  INDEXED BY GPI-IX.
124600        10 GPI-T-UETR             PIC X(036).
124700        10 GPI-T-STATUS           PIC X(004).
124800        10 GPI-T-GRUND            PIC X(004).
124900        10 GPI-T-LETZTE-BANK      PIC X(011).
125000        10 GPI-T-STATUS-ZEIT      PIC 9(014).
125100        10 GPI-T-TREFFER-KZ       PIC X(001).
125200/---------------------------------------------------------------*
125300* Hilfsvariable                                                 *
125400*---------------------------------------------------------------*
125500 01  H-IMP-STATUS                 PIC X(001).
125600     88 IMP-WEITER                VALUE "J".
125700     88 IMP-ENDE                  VALUE "N".
125800 01  H-AK-GEFUNDEN                PIC X(001).
125900     88 AKRS-GEFUNDEN             VALUE "J".
126000     88 AKRS-N-GEFUNDEN           VALUE "N".
126100 01  H-SEITEN-KZ                  PIC X(001).
126200     88 SEITEN-WEITER             VALUE "J".
126300     88 SEITEN-FERTIG             VALUE "N".
126400 01  H-ARBS-STATUS                PIC X(001).
126500     88 ARBS-WEITER               VALUE "J".
126600     88 ARBS-ENDE                 VALUE "N".
126700 01  H-AUFSETZ-KZ                 PIC X(001).
126800 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
126900 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
127000 01  H-ST-IND                     PIC 9(003) COMP-3.
127100 01  H-INDEX                      PIC 9(003) COMP-3.
127200 01  H-AK-NUMMER                  PIC 9(005).
127300 01  H-STATUS-LAUF                PIC 9(001).
127400 01  H-LAUFDATUM                  PIC 9(008).
127500 01  H-STAU-TAGE                  PIC 9(003).
127600 01  H-ALTER-TAGE                 PIC S9(007) COMP-3.
127700 01  H-VORHER-UETR                PIC X(036).
127800 01  H-APO-ZEIT                   PIC 9(014).
127900 01  H-AKT-ZEIT                   PIC 9(014).
128000 01  H-AKT-DATUM                  REDEFINES H-AKT-ZEIT.
128100     05 H-AKT-JJJJMMTT            PIC 9(008).
128200     05 FILLER                    PIC 9(006).
128300 01  H-AKT-STATUS                 PIC X(004).
128400 01  H-AKT-GRUND                  PIC X(004).
128500 01  H-AKT-LETZTE-BANK            PIC X(011).
128600 01  H-MELDUNG                    PIC X(012).
128700 01  H-FEHLERTEXT                 PIC X(030).
128800 01  H-ANZ-MELDUNGEN              PIC 9(007) COMP-3 VALUE ZERO.
128900 01  H-ANZ-OHNE-POSTEN            PIC 9(007) COMP-3 VALUE ZERO.
129000 01  H-ANZ-FORTGESCHRIEBEN        PIC 9(007) COMP-3 VALUE ZERO.
129100 01  H-ANZ-ABGELEHNT              PIC 9(007) COMP-3 VALUE ZERO.
129200 01  H-ANZ-HAENGEND               PIC 9(007) COMP-3 VALUE ZERO.
129300 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
129400/****************************************************************
129500 PROCEDURE DIVISION.
129600*****************************************************************
129700 0000-MAINLINE SECTION.
129800 0000-MAINLINE-1001.
129900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
130000     PERFORM 2000-MELDUNGEN-LADEN THRU 2000-MELDUNGEN-LADEN-EXIT
130100     PERFORM 3000-POSTEN          THRU 3000-POSTEN-EXIT
130200     PERFORM 4000-SORTIEREN       THRU 4000-SORTIEREN-EXIT
130300     PERFORM 5000-ARBEITSLISTE    THRU 5000-ARBEITSLISTE-EXIT
130400     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
130500     STOP RUN
130600     .
130700 0000-MAINLINE-1002.
130800     EXIT.
130900/---------------------------------------------------------------*
131000* Initialisierung: Parameter lesen und vorbelegen               *
131100*---------------------------------------------------------------*
131200 1000-INITIALISIERUNG SECTION.
131300 1000-INITIALISIERUNG-1001.
131400     OPEN INPUT  GPIPARM
131500     OPEN INPUT  GPIIMP
131600     OPEN OUTPUT GPIAUS
131700     OPEN OUTPUT GPIARB
131800     READ GPIPARM
131900       AT END
132000         INITIALIZE GPI-PARM-SATZ
132100     END-READ
132200     IF GPI-P-LAUFDATUM           NUMERIC
132300        AND GPI-P-LAUFDATUM       > ZERO
132400     THEN
132500       MOVE GPI-P-LAUFDATUM       TO H-LAUFDATUM
132600     ELSE
132700       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
132800     END-IF
132900     IF GPI-P-STAU-TAGE           NUMERIC
133000        AND GPI-P-STAU-TAGE       > ZERO
133100     THEN
133200       MOVE GPI-P-STAU-TAGE       TO H-STAU-TAGE
133300     ELSE
133400       MOVE C-STD-STAU-TAGE       TO H-STAU-TAGE
133500     END-IF
133600     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
133700     .
133800 1000-INITIALISIERUNG-1002.
133900 1000-INITIALISIERUNG-EXIT.
134000     EXIT.
134100/---------------------------------------------------------------*
134200* Trackermeldungen in die Tabelle laden                         *
134300*---------------------------------------------------------------*
134400 2000-MELDUNGEN-LADEN SECTION.
134500 2000-MELDUNGEN-LADEN-1001.
134600     MOVE ZERO                    TO H-GPI-ANZ
134700     MOVE LOW-VALUE               TO H-VORHER-UETR
134800     SET IMP-WEITER               TO TRUE
134900     PERFORM 2100-IMP-LESEN       THRU 2100-IMP-LESEN-EXIT
135000     PERFORM UNTIL IMP-ENDE
135100       PERFORM 2200-MELDUNG-UEBERNEHMEN
135200                                THRU 2200-MELDUNG-UEBERNEHMEN-EXIT
135300       IF IMP-WEITER
135400       THEN
135500         PERFORM 2100-IMP-LESEN   THRU 2100-IMP-LESEN-EXIT
135600       END-IF
135700     END-PERFORM
135800     .
135900 2000-MELDUNGEN-LADEN-1002.
136000 2000-MELDUNGEN-LADEN-EXIT.
136100     EXIT.
136200/---------------------------------------------------------------*
136300* Eine Trackermeldung lesen                                     *
136400*---------------------------------------------------------------*
136500 2100-IMP-LESEN SECTION.
136600 2100-IMP-LESEN-1001.
136700     READ GPIIMP
136800       AT END
136900         SET IMP-ENDE             TO TRUE
137000       NOT AT END
137100         ADD C-1                  TO H-ANZ-MELDUNGEN
137200     END-READ
137300     .
137400 2100-IMP-LESEN-1002.
137500 2100-IMP-LESEN-EXIT.
137600     EXIT.
137700/---------------------------------------------------------------*
137800* Meldung pruefen und uebernehmen; eine weitere Meldung zur     *
137900* selben UETR ersetzt den Eintrag, wenn sie juenger ist.        *
138000* Saetze ausserhalb der Sortierfolge werden protokolliert und   *
138100* uebergangen                                                   *
138200*---------------------------------------------------------------*
138300 2200-MELDUNG-UEBERNEHMEN SECTION.
138400 2200-MELDUNG-UEBERNEHMEN-1001.
138500     IF GPI-I-UETR                = SPACE
138600     THEN
138700       GO TO 2200-MELDUNG-UEBERNEHMEN-EXIT
138800     END-IF
138900     IF GPI-I-STATUS              NOT = C-GPI-IN-BEARBEITUNG
139000        AND GPI-I-STATUS          NOT = C-GPI-GUTGESCHRIEBEN
139100        AND GPI-I-STATUS          NOT = C-GPI-ABGELEHNT
139200     THEN
139300       MOVE C-MELD-STATUS-UNBEKANNT
139400                                  TO H-MELDUNG
139500       PERFORM 2300-MELDUNG-PROTOKOLL
139600                                THRU 2300-MELDUNG-PROTOKOLL-EXIT
139700       GO TO 2200-MELDUNG-UEBERNEHMEN-EXIT
139800     END-IF
139900     IF GPI-I-STATUS-DATUM        NOT NUMERIC
140000        OR GPI-I-STATUS-DATUM     < 19000101
140100     THEN
140200       MOVE H-LAUFDATUM           TO GPI-I-STATUS-DATUM
140300       MOVE ZERO                  TO GPI-I-STATUS-UHRZEIT
140400     END-IF
140500     IF GPI-I-STATUS-UHRZEIT      NOT NUMERIC
140600     THEN
140700       MOVE ZERO                  TO GPI-I-STATUS-UHRZEIT
140800     END-IF
140900     IF GPI-I-UETR                = H-VORHER-UETR
141000     THEN
141100       IF GPI-I-STATUS-ZEIT
141200          NOT < GPI-T-STATUS-ZEIT (H-GPI-ANZ)
141300       THEN
141400         MOVE GPI-I-STATUS        TO GPI-T-STATUS (H-GPI-ANZ)
141500         MOVE GPI-I-GRUND         TO GPI-T-GRUND (H-GPI-ANZ)
141600         MOVE GPI-I-LETZTE-BANK   TO GPI-T-LETZTE-BANK (H-GPI-ANZ)
141700         MOVE GPI-I-STATUS-ZEIT   TO GPI-T-STATUS-ZEIT (H-GPI-ANZ)
141800       END-IF
141900       GO TO 2200-MELDUNG-UEBERNEHMEN-EXIT
142000     END-IF
142100     IF GPI-I-UETR                < H-VORHER-UETR
142200     THEN
142300       MOVE C-MELD-SORTFOLGE      TO H-MELDUNG
142400       PERFORM 2300-MELDUNG-PROTOKOLL
142500                                THRU 2300-MELDUNG-PROTOKOLL-EXIT
142600       GO TO 2200-MELDUNG-UEBERNEHMEN-EXIT
142700     END-IF
142800     IF H-GPI-ANZ                 NOT < C-MAX-GPI
142900     THEN
143000       MOVE C-MELD-UEBERLAUF      TO H-MELDUNG
143100       PERFORM 2300-MELDUNG-PROTOKOLL
143200                                THRU 2300-MELDUNG-PROTOKOLL-EXIT
143300       SET IMP-ENDE               TO TRUE
143400       GO TO 2200-MELDUNG-UEBERNEHMEN-EXIT
143500     END-IF
143600     ADD C-1                      TO H-GPI-ANZ
143700     MOVE GPI-I-UETR              TO GPI-T-UETR (H-GPI-ANZ)
143800     MOVE GPI-I-STATUS            TO GPI-T-STATUS (H-GPI-ANZ)
143900     MOVE GPI-I-GRUND             TO GPI-T-GRUND (H-GPI-ANZ)
144000     MOVE GPI-I-LETZTE-BANK       TO GPI-T-LETZTE-BANK (H-GPI-ANZ)
144100     MOVE GPI-I-STATUS-ZEIT       TO GPI-T-STATUS-ZEIT (H-GPI-ANZ)
144200     MOVE C-N                     TO GPI-T-TREFFER-KZ (H-GPI-ANZ)
144300     MOVE GPI-I-UETR              TO H-VORHER-UETR
144400     .
144500 2200-MELDUNG-UEBERNEHMEN-1002.
144600 2200-MELDUNG-UEBERNEHMEN-EXIT.
144700     EXIT.
144800/---------------------------------------------------------------*
144900* Fehlerzeile zu einer Trackermeldung schreiben                 *
145000*---------------------------------------------------------------*
145100 2300-MELDUNG-PROTOKOLL SECTION.
145200 2300-MELDUNG-PROTOKOLL-1001.
145300     ADD C-1                      TO H-ANZ-FEHLER
145400     INITIALIZE GPI-DETAIL
145500     MOVE H-MELDUNG               TO GPI-D-MELDUNG
145600     MOVE GPI-I-UETR              TO GPI-D-UETR
145700     MOVE GPI-I-STATUS            TO GPI-D-GPI-STATUS
145800     MOVE GPI-I-GRUND             TO GPI-D-GPI-GRUND
145900     MOVE GPI-I-LETZTE-BANK       TO GPI-D-LETZTE-BANK
146000     IF GPI-I-STATUS-ZEIT         NUMERIC
146100     THEN
146200       MOVE GPI-I-STATUS-ZEIT     TO GPI-D-STATUS-ZEIT
146300     END-IF
146400     MOVE GPI-DETAIL              TO GPI-DRUCKZEILE
146500     WRITE GPI-DRUCKZEILE
146600     .
146700 2300-MELDUNG-PROTOKOLL-1002.
146800 2300-MELDUNG-PROTOKOLL-EXIT.
146900     EXIT.
147000/---------------------------------------------------------------*
147100* Offene Posten aller Abstimmkreise gegen die Meldungen stellen *
147200*---------------------------------------------------------------*
147300 3000-POSTEN SECTION.
147400 3000-POSTEN-1001.
147500     MOVE C-1                     TO H-LFD-ZEILE
147600     PERFORM 3100-LESEN-AKRS-ZEILE
147700                                THRU 3100-LESEN-AKRS-ZEILE-EXIT
147800     PERFORM UNTIL AKRS-N-GEFUNDEN
147900       IF KA0AKRS-HOCHVOLUMEN-JA
148000       THEN
148100         INITIALIZE GPI-DETAIL
148200         MOVE C-MELD-HOCHVOLUMEN  TO GPI-D-MELDUNG
148300         MOVE KA0AKRS-AK-NUMMER   TO GPI-D-AK-NUMMER
148400         MOVE GPI-DETAIL          TO GPI-DRUCKZEILE
148500         WRITE GPI-DRUCKZEILE
148600       ELSE
148700         MOVE KA0AKRS-AK-NUMMER   TO H-AK-NUMMER
148800         PERFORM 3200-AK-VERARBEITEN
148900                                THRU 3200-AK-VERARBEITEN-EXIT
149000       END-IF
149100       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
149200       PERFORM 3100-LESEN-AKRS-ZEILE
149300                                THRU 3100-LESEN-AKRS-ZEILE-EXIT
149400     END-PERFORM
149500     PERFORM VARYING GPI-IX FROM 1 BY 1
149600             UNTIL GPI-IX         > H-GPI-ANZ
149700       IF GPI-T-TREFFER-KZ (GPI-IX) = C-N
149800       THEN
149900         ADD C-1                  TO H-ANZ-OHNE-POSTEN
150000       END-IF
150100     END-PERFORM
150200     INITIALIZE GPI-ENDE
150300     MOVE H-ANZ-MELDUNGEN         TO GPI-X-MELDUNGEN
150400     MOVE H-GPI-ANZ               TO GPI-X-UETR
150500     MOVE H-ANZ-OHNE-POSTEN       TO GPI-X-OHNE-POSTEN
150600     MOVE H-ANZ-FORTGESCHRIEBEN   TO GPI-X-FORTGESCHRIEBEN
150700     MOVE H-ANZ-FEHLER            TO GPI-X-FEHLER
150800     MOVE GPI-ENDE                TO GPI-DRUCKZEILE
150900     WRITE GPI-DRUCKZEILE
151000     CLOSE GPIARB
151100     .
151200 3000-POSTEN-1002.
151300 3000-POSTEN-EXIT.
151400     EXIT.
151500/---------------------------------------------------------------*
151600* Zeile aus KA03AKRS lesen                                      *
151700*---------------------------------------------------------------*
151800 3100-LESEN-AKRS-ZEILE SECTION.
151900 3100-LESEN-AKRS-ZEILE-1001.
152000     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
152100     CALL "CGSTAB" USING
152200          C-TAB-LESEN-ZEILE
152300          C-KONFIG-ID-KA
152400          C-OBJEKT-TAB-KA03AKRS
152500          GSOVER-VERSTAENDIGUNGSBEREICH
152600          KA0AKRS-EINGABEBEREICH
152700          KA0AKRS-AUSGABEBEREICH
152800          DUMMY
152900     END-CALL
153000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
153100     THEN
153200       SET AKRS-GEFUNDEN          TO TRUE
153300       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
153400         ON SIZE ERROR CONTINUE
153500       END-ADD
153600     ELSE
153700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
153800       SET AKRS-N-GEFUNDEN        TO TRUE
153900     END-IF
154000     .
154100 3100-LESEN-AKRS-ZEILE-1002.
154200 3100-LESEN-AKRS-ZEILE-EXIT.
154300     EXIT.
154400/---------------------------------------------------------------*
154500* Posten eines Abstimmkreises je Status seitenweise lesen       *
154600*---------------------------------------------------------------*
154700 3200-AK-VERARBEITEN SECTION.
154800 3200-AK-VERARBEITEN-1001.
154900     PERFORM VARYING H-ST-IND FROM 1 BY 1
155000             UNTIL H-ST-IND       > C-ANZ-STATI
155100       MOVE C-STATUS-WERT (H-ST-IND)
155200                                  TO H-STATUS-LAUF
155300       SET SEITEN-WEITER          TO TRUE
155400       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
155500       MOVE C-N                   TO H-AUFSETZ-KZ
155600       PERFORM 3300-APO-SEITE     THRU 3300-APO-SEITE-EXIT
155700               UNTIL SEITEN-FERTIG
155800     END-PERFORM
155900     .
156000 3200-AK-VERARBEITEN-1002.
156100 3200-AK-VERARBEITEN-EXIT.
156200     EXIT.
156300/---------------------------------------------------------------*
156400* Eine Trefferseite BKAAPO ueber AKA5OF lesen                   *
156500*---------------------------------------------------------------*
156600 3300-APO-SEITE SECTION.
156700 3300-APO-SEITE-1001.
156800     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
156900     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
157000     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
157100     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
157200     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
157300     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
157400     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
157500     MOVE H-AUFSETZ-KZ            TO
157600                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
157700     CALL "AKA5OF" USING
157800          C-01-STD-APO-LIST-SUCHE
157900          C-KONFIG-ID-KA
158000          C-AKAGPI
158100          GSOVER-VERSTAENDIGUNGSBEREICH
158200          KAI5OF3-EINGABEBEREICH
158300          KAO5OF2-AUSGABEBEREICH
158400          KAT5OF1-TRANSIENT-BEREICH
158500          KAXIND-INDICES
158600     END-CALL
158700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
158800     THEN
158900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
159000       SET SEITEN-FERTIG          TO TRUE
159100       GO TO 3300-APO-SEITE-EXIT
159200     END-IF
159300     PERFORM 3400-POSTEN-PRUEFEN  THRU 3400-POSTEN-PRUEFEN-EXIT
159400             VARYING H-INDEX FROM 1 BY 1
159500             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
159600     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
159700     THEN
159800       SET SEITEN-FERTIG          TO TRUE
159900     ELSE
160000       MOVE C-J                   TO H-AUFSETZ-KZ
160100     END-IF
160200     .
160300 3300-APO-SEITE-1002.
160400 3300-APO-SEITE-EXIT.
160500     EXIT.
160600/---------------------------------------------------------------*
160700* Posten mit UETR: juengeren Trackerstatus fortschreiben und    *
160800* den aktuellen Stand fuer die Arbeitsliste pruefen             *
160900*---------------------------------------------------------------*
161000 3400-POSTEN-PRUEFEN SECTION.
161100 3400-POSTEN-PRUEFEN-1001.
161200     IF KAO5OF2-APO-UETR (H-INDEX) = SPACE
161300        OR KAO5OF2-APO-UETR (H-INDEX) = LOW-VALUE
161400     THEN
161500       GO TO 3400-POSTEN-PRUEFEN-EXIT
161600     END-IF
161700*    Stand am Posten
161800     MOVE KAO5OF2-APO-GPI-STATUS (H-INDEX)
161900                                  TO H-AKT-STATUS
162000     MOVE KAO5OF2-APO-GPI-GRUND (H-INDEX)
162100                                  TO H-AKT-GRUND
162200     MOVE KAO5OF2-APO-GPI-LETZTE-BANK (H-INDEX)
162300                                  TO H-AKT-LETZTE-BANK
162400     IF KAO5OF2-APO-GPI-STATUS-ZEIT (H-INDEX) NUMERIC
162500     THEN
162600       MOVE KAO5OF2-APO-GPI-STATUS-ZEIT (H-INDEX)
162700                                  TO H-APO-ZEIT
162800     ELSE
162900       MOVE ZERO                  TO H-APO-ZEIT
163000     END-IF
163100     MOVE H-APO-ZEIT              TO H-AKT-ZEIT
163200     IF H-GPI-ANZ                 > ZERO
163300     THEN
163400       SEARCH ALL GPI-EINTRAG
163500         AT END
163600           CONTINUE
163700         WHEN GPI-T-UETR (GPI-IX) = KAO5OF2-APO-UETR (H-INDEX)
163800           MOVE C-J               TO GPI-T-TREFFER-KZ (GPI-IX)
163900           IF GPI-T-STATUS-ZEIT (GPI-IX) > H-APO-ZEIT
164000              OR (GPI-T-STATUS-ZEIT (GPI-IX) = H-APO-ZEIT
164100              AND (GPI-T-STATUS (GPI-IX) NOT = H-AKT-STATUS
164200                OR GPI-T-GRUND (GPI-IX) NOT = H-AKT-GRUND
164300                OR GPI-T-LETZTE-BANK (GPI-IX)
164400                                  NOT = H-AKT-LETZTE-BANK))
164500           THEN
164600             PERFORM 3500-POSTEN-FORTSCHREIBEN
164700                               THRU 3500-POSTEN-FORTSCHREIBEN-EXIT
164800           END-IF
164900       END-SEARCH
165000     END-IF
165100     PERFORM 3700-ARBEITSLISTE-PRUEFEN
165200                               THRU 3700-ARBEITSLISTE-PRUEFEN-EXIT
165300     .
165400 3400-POSTEN-PRUEFEN-1002.
165500 3400-POSTEN-PRUEFEN-EXIT.
165600     EXIT.
165700/---------------------------------------------------------------*
165800* Trackerstatus ueber KKA5AP-Detail und KKA4AP (Update-Check)   *
165900* auf den Posten schreiben                                      *
166000*---------------------------------------------------------------*
166100 3500-POSTEN-FORTSCHREIBEN SECTION.
166200 3500-POSTEN-FORTSCHREIBEN-1001.
166300     MOVE C-01-INT-LES-APO-DETAIL TO KAI5AP1-FUNKTION
166400     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
166500                                  TO KAI5AP1-ABSTIMMKREIS-NR
166600     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
166700                                  TO KAI5AP1-HERKUNFT
166800     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
166900                                  TO KAI5AP1-KONTO-ID-ABSTIMM
167000     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
167100                                  TO KAI5AP1-AUSZUGSDATUM
167200     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
167300                                  TO KAI5AP1-AUSZUGSNUMMER
167400     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
167500                                  TO KAI5AP1-AUSZUG-FNR
167600     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
167700                                  TO KAI5AP1-LFD-NR-APO
167800     CALL "CGSAUF"
167900     USING C-AUF-AUFRUF-AL
168000           C-KONFIG-ID-KA
168100           C-OBJEKT-AUF-KKA5AP
168200           GSOVER-VERSTAENDIGUNGSBEREICH
168300           KAI5AP1-EINGABEBEREICH
168400           KAO5AP1-AUSGABEBEREICH
168500           DUMMY
168600           KAXIND-INDICES
168700     END-CALL
168800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
168900     THEN
169000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
169100       MOVE "POSTEN NICHT LESBAR" TO H-FEHLERTEXT
169200       PERFORM 3600-POSTEN-PROTOKOLL
169300                                THRU 3600-POSTEN-PROTOKOLL-EXIT
169400       GO TO 3500-POSTEN-FORTSCHREIBEN-EXIT
169500     END-IF
169600     MOVE C-01-INT-AEN-APO-UCHK   TO KAI4AP1-FUNKTION
169700     MOVE KAO5AP1-APO-PK          TO KAI4AP1-APO-PK
169800     MOVE KAO5AP1-APO-DATEN       TO KAI4AP1-APO-DATEN
169900     MOVE GPI-T-STATUS (GPI-IX)   TO KAI4AP1-APO-GPI-STATUS
170000     MOVE GPI-T-GRUND (GPI-IX)    TO KAI4AP1-APO-GPI-GRUND
170100     MOVE GPI-T-LETZTE-BANK (GPI-IX)
170200                                  TO KAI4AP1-APO-GPI-LETZTE-BANK
170300     MOVE GPI-T-STATUS-ZEIT (GPI-IX)
170400                                  TO KAI4AP1-APO-GPI-STATUS-ZEIT
170500     CALL "CGSAUF"
170600     USING C-AUF-AUFRUF-AL
170700           C-KONFIG-ID-KA
170800           C-OBJEKT-AUF-KKA4AP
170900           GSOVER-VERSTAENDIGUNGSBEREICH
171000           KAI4AP1-EINGABEBEREICH
171100           DUMMY
171200           DUMMY
171300           KAXIND-INDICES
171400     END-CALL
171500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
171600     THEN
171700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
171800       MOVE "POSTEN NICHT FORTSCHREIBBAR"
171900                                  TO H-FEHLERTEXT
172000       PERFORM 3600-POSTEN-PROTOKOLL
172100                                THRU 3600-POSTEN-PROTOKOLL-EXIT
172200       GO TO 3500-POSTEN-FORTSCHREIBEN-EXIT
172300     END-IF
172400*    fortgeschriebener Stand gilt fuer die Arbeitsliste
172500     MOVE GPI-T-STATUS (GPI-IX)   TO H-AKT-STATUS
172600     MOVE GPI-T-GRUND (GPI-IX)    TO H-AKT-GRUND
172700     MOVE GPI-T-LETZTE-BANK (GPI-IX)
172800                                  TO H-AKT-LETZTE-BANK
172900     MOVE GPI-T-STATUS-ZEIT (GPI-IX)
173000                                  TO H-AKT-ZEIT
173100     ADD C-1                      TO H-ANZ-FORTGESCHRIEBEN
173200     MOVE SPACE                   TO H-FEHLERTEXT
173300     PERFORM 3600-POSTEN-PROTOKOLL
173400                                THRU 3600-POSTEN-PROTOKOLL-EXIT
173500     .
173600 3500-POSTEN-FORTSCHREIBEN-1002.
173700 3500-POSTEN-FORTSCHREIBEN-EXIT.
173800     EXIT.
173900/---------------------------------------------------------------*
174000* Protokollzeile zu einem Posten (Fortschreibung oder Fehler)   *
174100*---------------------------------------------------------------*
174200 3600-POSTEN-PROTOKOLL SECTION.
174300 3600-POSTEN-PROTOKOLL-1001.
174400     INITIALIZE GPI-DETAIL
174500     IF H-FEHLERTEXT              = SPACE
174600     THEN
174700       MOVE C-MELD-FORTGESCHRIEBEN
174800                                  TO GPI-D-MELDUNG
174900     ELSE
175000       ADD C-1                    TO H-ANZ-FEHLER
175100       MOVE C-MELD-FEHLER         TO GPI-D-MELDUNG
175200       MOVE H-FEHLERTEXT          TO GPI-D-TEXT
175300     END-IF
175400     MOVE GPI-T-UETR (GPI-IX)     TO GPI-D-UETR
175500     MOVE GPI-T-STATUS (GPI-IX)   TO GPI-D-GPI-STATUS
175600     MOVE GPI-T-GRUND (GPI-IX)    TO GPI-D-GPI-GRUND
175700     MOVE GPI-T-LETZTE-BANK (GPI-IX)
175800                                  TO GPI-D-LETZTE-BANK
175900     MOVE GPI-T-STATUS-ZEIT (GPI-IX)
176000                                  TO GPI-D-STATUS-ZEIT
176100     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
176200                                  TO GPI-D-AK-NUMMER
176300     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
176400                                  TO GPI-D-LFD-NR
176500     MOVE GPI-DETAIL              TO GPI-DRUCKZEILE
176600     WRITE GPI-DRUCKZEILE
176700     .
176800 3600-POSTEN-PROTOKOLL-1002.
176900 3600-POSTEN-PROTOKOLL-EXIT.
177000     EXIT.
177100/---------------------------------------------------------------*
177200* Aktueller Stand RJCT oder ACSP ab der Stautage-Grenze: Satz   *
177300* fuer die Arbeitsliste schreiben                               *
177400*---------------------------------------------------------------*
177500 3700-ARBEITSLISTE-PRUEFEN SECTION.
177600 3700-ARBEITSLISTE-PRUEFEN-1001.
177700     IF H-AKT-STATUS              NOT = C-GPI-ABGELEHNT
177800        AND H-AKT-STATUS          NOT = C-GPI-IN-BEARBEITUNG
177900     THEN
178000       GO TO 3700-ARBEITSLISTE-PRUEFEN-EXIT
178100     END-IF
178200     IF H-AKT-JJJJMMTT            < 19000101
178300        OR H-AKT-JJJJMMTT         > H-LAUFDATUM
178400     THEN
178500       MOVE ZERO                  TO H-ALTER-TAGE
178600     ELSE
178700       COMPUTE H-ALTER-TAGE       =
178800               FUNCTION INTEGER-OF-DATE (H-LAUFDATUM)
178900             - FUNCTION INTEGER-OF-DATE (H-AKT-JJJJMMTT)
179000     END-IF
179100     IF H-AKT-STATUS              = C-GPI-ABGELEHNT
179200     THEN
179300       MOVE C-MELD-ABGELEHNT      TO GPI-A-ART
179400       ADD C-1                    TO H-ANZ-ABGELEHNT
179500     ELSE
179600       IF H-ALTER-TAGE            < H-STAU-TAGE
179700       THEN
179800         GO TO 3700-ARBEITSLISTE-PRUEFEN-EXIT
179900       END-IF
180000       MOVE C-MELD-HAENGEND       TO GPI-A-ART
180100       ADD C-1                    TO H-ANZ-HAENGEND
180200     END-IF
180300     IF KAO5OF2-APO-BETRAG (H-INDEX) < ZERO
180400     THEN
180500       COMPUTE GPI-A-BETRAG       = ZERO
180600                                  - KAO5OF2-APO-BETRAG (H-INDEX)
180700     ELSE
180800       MOVE KAO5OF2-APO-BETRAG (H-INDEX)
180900                                  TO GPI-A-BETRAG
181000     END-IF
181100     MOVE H-AKT-ZEIT              TO GPI-A-STATUS-ZEIT
181200     MOVE H-ALTER-TAGE            TO GPI-A-ALTER-TAGE
181300     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
181400                                  TO GPI-A-WAEHRUNG
181500     MOVE H-AKT-STATUS            TO GPI-A-GPI-STATUS
181600     MOVE H-AKT-GRUND             TO GPI-A-GPI-GRUND
181700     MOVE H-AKT-LETZTE-BANK       TO GPI-A-LETZTE-BANK
181800     MOVE KAO5OF2-APO-UETR (H-INDEX)
181900                                  TO GPI-A-UETR
182000     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
182100                                  TO GPI-A-AK-NUMMER
182200     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
182300                                  TO GPI-A-LFD-NR
182400     MOVE KAO5OF2-APO-STATUS (H-INDEX)
182500                                  TO GPI-A-APO-STATUS
182600     MOVE GPI-ARB                 TO GPI-ARB-SATZ
182700     WRITE GPI-ARB-SATZ
182800     .
182900 3700-ARBEITSLISTE-PRUEFEN-1002.
183000 3700-ARBEITSLISTE-PRUEFEN-EXIT.
183100     EXIT.
183200/---------------------------------------------------------------*
183300* Arbeitsliste nach Betrag (absteigend) und Alter (aeltester    *
183400* Status zuerst) sortieren                                      *
183500*---------------------------------------------------------------*
183600 4000-SORTIEREN SECTION.
183700 4000-SORTIEREN-1001.
183800     SORT GPISORT
183900          ON DESCENDING KEY SRT-BETRAG
184000          ON ASCENDING KEY SRT-STATUS-ZEIT
184100          USING GPIARB
184200          GIVING GPIARBS
184300     .
184400 4000-SORTIEREN-1002.
184500 4000-SORTIEREN-EXIT.
184600     EXIT.
184700/---------------------------------------------------------------*
184800* Sortierte Arbeitsliste nach GPILST aufbereiten                *
184900*---------------------------------------------------------------*
185000 5000-ARBEITSLISTE SECTION.
185100 5000-ARBEITSLISTE-1001.
185200     OPEN INPUT  GPIARBS
185300     OPEN OUTPUT GPILST
185400     MOVE H-LAUFDATUM             TO GPI-L-K-LAUFDATUM
185500     MOVE GPI-L-KOPF              TO GPI-LISTZEILE
185600     WRITE GPI-LISTZEILE
185700     SET ARBS-WEITER              TO TRUE
185800     PERFORM UNTIL ARBS-ENDE
185900       READ GPIARBS
186000         AT END
186100           SET ARBS-ENDE          TO TRUE
186200         NOT AT END
186300           PERFORM 5100-LISTZEILE THRU 5100-LISTZEILE-EXIT
186400       END-READ
186500     END-PERFORM
186600     INITIALIZE GPI-L-ENDE
186700     MOVE H-ANZ-ABGELEHNT         TO GPI-L-X-ABGELEHNT
186800     MOVE H-ANZ-HAENGEND          TO GPI-L-X-HAENGEND
186900     MOVE H-STAU-TAGE             TO GPI-L-X-STAU-TAGE
187000     MOVE GPI-L-ENDE              TO GPI-LISTZEILE
187100     WRITE GPI-LISTZEILE
187200     CLOSE GPIARBS
187300     CLOSE GPILST
187400     .
187500 5000-ARBEITSLISTE-1002.
187600 5000-ARBEITSLISTE-EXIT.
187700     EXIT.
187800/---------------------------------------------------------------*
187900* Eine Zeile der Arbeitsliste                                   *
188000*---------------------------------------------------------------*
188100 5100-LISTZEILE SECTION.
188200 5100-LISTZEILE-1001.
188300     INITIALIZE GPI-L-DETAIL
188400     MOVE GPI-S-ART               TO GPI-L-ART
188500     MOVE GPI-S-BETRAG            TO GPI-L-BETRAG
188600     MOVE GPI-S-WAEHRUNG          TO GPI-L-WAEHRUNG
188700     MOVE GPI-S-ALTER-TAGE        TO GPI-L-ALTER-TAGE
188800     MOVE GPI-S-GPI-STATUS        TO GPI-L-GPI-STATUS
188900     MOVE GPI-S-GPI-GRUND         TO GPI-L-GPI-GRUND
189000     MOVE GPI-S-LETZTE-BANK       TO GPI-L-LETZTE-BANK
189100     MOVE GPI-S-STATUS-ZEIT       TO GPI-L-STATUS-ZEIT
189200     MOVE GPI-S-UETR              TO GPI-L-UETR
189300     MOVE GPI-S-AK-NUMMER         TO GPI-L-AK-NUMMER
189400     MOVE GPI-S-LFD-NR            TO GPI-L-LFD-NR
189500     MOVE GPI-S-APO-STATUS        TO GPI-L-APO-STATUS
189600     MOVE GPI-L-DETAIL            TO GPI-LISTZEILE
189700     WRITE GPI-LISTZEILE
189800     .
189900 5100-LISTZEILE-1002.
190000 5100-LISTZEILE-EXIT.
190100     EXIT.
190200/---------------------------------------------------------------*
190300* Programmende                                                  *
190400*---------------------------------------------------------------*
190500 9999-EXIT SECTION.
190600 9999-EXIT-1001.
190700     CLOSE GPIPARM
190800     CLOSE GPIIMP
190900     CLOSE GPIAUS
191000     .
191100 9999-EXIT-1002.
191200 9999-EXIT-EXIT.
191300     EXIT.
