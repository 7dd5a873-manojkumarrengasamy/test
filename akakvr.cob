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
000160*@Titel         : Kostenverrechnung des Abstimmaufwands
000160*@Elementname   : akakvr.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Kostenverrechnung Abstimmaufwand          *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Monatliche interne Verrechnung des Abstimmaufwands an    *
001800* die Fachbereiche. Je Fachbereich, Institut und           *
001900* Kostenstelle werden im Abrechnungsmonat (KVRPARM,        *
002000* JJJJMM, Vorgabe Vormonat) gezaehlt:                      *
002100*  1 neue Posten (Buchungstag im Monat, AKA5OF bzw.        *
002200*    AKAHVZ bei Hochvolumen-Kreisen, ohne technische),     *
002300*  2 Notizen/Bemerkungen (KJD100, GV KAABPOAE NEUANL),     *
002400*  3 Umhaengungen (KJD100, GV KAABPOAE mit Feld 000002),   *
002500*  4 sonstige manuelle Aenderungen (KJD100, KAABPOAE,      *
002600*    KAAPOMAN, KARICREP),                                  *
002700*  5 manuelle und 6 automatische Schliessungen (KA03SCH,   *
002800*    Status geschlossen, Anlage im Monat; automatisch =    *
002900*    Schliessungsarten der Batchlaeufe),                   *
003000*  7 genehmigte Ausbuchungen (KA03AKAB, Genehmigung im     *
003100*    Monat).                                               *
003200* Der Fachbereich stammt aus dem Posten, sonst aus dem     *
003300* Abstimmkreis (KA03AKRS); die Kostenstelle je             *
003400* Fachbereich aus KVRKST, bei Ausbuchungen deren eigene    *
003500* Kostenstelle. Jede Anzahl wird mit dem Stueckpreis aus   *
003600* KVRPARM (ohne Angabe Standardpreis) bewertet. KVRAUS     *
003700* zeigt je Zeile Anzahlen und Betrag; in KVRGLB entstehen  *
003800* im Satzaufbau von AKAGLB (Satzart K) je Kostenstelle     *
003900* eine Belastung und eine Entlastung der Kostenstelle      *
004000* der Abstimmung. Ohne Kostenstelle oder ohne GL-Konten    *
004100* wird nur berichtet.                                      *
004200*@E-ELEMENTBESCHREIBUNG                                    *
004300*                                                          *
004400*@A-MODULAUFRUF                                            *
004500* AKA5OF : Trefferliste APO                                *
004600* AKAHVZ : Zugriff Hochvolumen-Ablage BKAAPHV              *
004700* CGSAUF : Journal KJD100 (Lesemodus)                      *
004800*@E-MODULAUFRUF                                            *
004900*                                                          *
005000*@A-COBOL-COPY                                             *
005100* Benoetigte COBOL-Copies:                                 *
005200* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005300* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005400* CJDI100    : EINGABEBEREICH KJD100                       *
005500* CJDO100    : AUSGABEBEREICH KJD100                       *
005600* CCJDIND    : INDICES KJD100                              *
005700* CJDAENES   : AENDERUNGSINFORMATIONEN KJD100              *
005800* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
005900* CKA0SCH    : ZEILENSCAN KA03SCH                          *
006000* CKA0AKAB   : ZEILENSCAN KA03AKAB                         *
006100* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
006200* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
006300* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                  *
006400* DKAXIND    : INDICES AKA5OF                              *
006500* CKAXIND    : INDICES AKA5OF                              *
006600* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                    *
006700* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                  *
006800*@E-COBOL-COPY                                             *
006900*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58805                                               *      D01
090052*     Neuanlage - monatliche Verrechnung des Abstimm-      *      D01
090053*     aufwands je Fachbereich und Kostenstelle mit         *      D01
090054*     Verrechnungsbuchungen im Satzaufbau von AKAGLB.      *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAKVR.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT KVRPARM               ASSIGN TO "KVRPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT KVRKST                ASSIGN TO "KVRKST"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT KVRGLB                ASSIGN TO "KVRGLB"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT KVRAUS                ASSIGN TO "KVRAUS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  KVRPARM
102100     RECORDING MODE IS F.
102200 01  KVR-PARM-SATZ.
102300     05 KVR-P-MONAT               PIC 9(006).
102400     05 FILLER                    PIC X(001).
102500     05 KVR-P-PREISE.
102600        10 KVR-P-PREIS-GRUPPE     OCCURS 7.
102700           15 KVR-P-PREIS         PIC 9(005)V9(002).
102800           15 FILLER              PIC X(001).
102900     05 KVR-P-HAUSWAEHRUNG        PIC X(003).
103000     05 FILLER                    PIC X(001).
103100     05 KVR-P-KONTO-BELASTUNG     PIC X(010).
103200     05 FILLER                    PIC X(001).
103300     05 KVR-P-KONTO-ENTLASTUNG    PIC X(010).
103400     05 FILLER                    PIC X(001).
103500     05 KVR-P-KST-ABSTIMMUNG      PIC X(006).
103600 FD  KVRKST
103700     RECORDING MODE IS F.
103800 01  KVR-KST-SATZ.
103900     05 KVR-K-FACHBEREICH         PIC X(004).
104000     05 FILLER                    PIC X(001).
104100     05 KVR-K-KOSTENSTELLE        PIC X(006).
104200 FD  KVRGLB
104300     RECORDING MODE IS F.
104400 01  KVR-GLB-SATZ                 PIC X(100).
104500 FD  KVRAUS
104600     RECORDING MODE IS F.
104700 01  KVR-DRUCKZEILE               PIC X(150).
104800*---------------------------------------------------------------*
104900* WORKING-STORAGE-Section                                       *
105000*---------------------------------------------------------------*
105100 WORKING-STORAGE SECTION.
105200 01  VERS-INF.
105300     05  FILLER PIC X(13) VALUE "ELEM=akakvr  ".
105400     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105500/---------------------------------------------------------------*
105600* Konstanten                                                    *
105700*---------------------------------------------------------------*
105800 01  GS-KONSTANTEN.
105900     20 C-KONFIG-ID-GS            PIC X(002) VALUE "GS".
106000     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
106100     20 C-AKAKVR                  PIC X(008) VALUE "AKAKVR".
106200     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
106300     20 C-OBJEKT-KJD100           PIC X(020) VALUE "KJD100".
106400     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
106500     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
106600     20 C-OBJEKT-TAB-KA03AKAB     PIC X(009) VALUE "KA03AKAB".
106700     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
106800     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
106900                                  VALUE "01-STD-APO-LIST-SUCHE".
107000     20 C-HVZ-SUCHEN              PIC X(009) VALUE "SUCHEN".
107100     20 C-VERARB-KZ-LESEN         PIC X(001) VALUE "9".
107200     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
107300     20 C-ANZ-STATI               PIC 9(003) VALUE 7.
107400     20 C-ANZ-KATEGORIEN          PIC 9(003) VALUE 7.
107500     20 C-MAX-AK                  PIC 9(004) VALUE 2000.
107600     20 C-MAX-KST                 PIC 9(004) VALUE 300.
107700     20 C-MAX-EINTRAEGE           PIC 9(004) VALUE 500.
107800     20 C-J                       PIC X(001) VALUE "J".
107900     20 C-N                       PIC X(001) VALUE "N".
108000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108100     20 C-TECHNISCH               PIC X(001) VALUE "T".
108200     20 C-SATZART-KOSTEN          PIC X(001) VALUE "K".
108300     20 C-STD-HAUSWAEHRUNG        PIC X(003) VALUE "EUR".
108400     20 C-FB-UNBEKANNT            PIC X(004) VALUE "????".
108500     20 C-TEXT-VERRECHNUNG        PIC X(020) VALUE
108600                                  "KOSTENVERRECHNUNG".
108700 01  C-STATI.
108800     05 C-STATUS-GESCHLOSSEN      PIC 9(001) VALUE 8.
108900     05 C-STATUS-ALLE             PIC 9(001) VALUE ZERO.
109000/---------------------------------------------------------------*
109100* Leistungsarten (Index in Preis- und Zaehltabelle)             *
109200*---------------------------------------------------------------*
109300 01  C-KATEGORIEN.
109400     05 C-KAT-NEU                 PIC 9(001) VALUE 1.
109500     05 C-KAT-NOTIZ               PIC 9(001) VALUE 2.
109600     05 C-KAT-UMBUCHUNG           PIC 9(001) VALUE 3.
109700     05 C-KAT-AENDERUNG           PIC 9(001) VALUE 4.
109800     05 C-KAT-SCHL-MANUELL        PIC 9(001) VALUE 5.
109900     05 C-KAT-SCHL-AUTO           PIC 9(001) VALUE 6.
110000     05 C-KAT-AUSBUCHUNG          PIC 9(001) VALUE 7.
110100/---------------------------------------------------------------*
110200* Standard-Stueckpreise je Leistungsart (Hauswaehrung)          *
110300*---------------------------------------------------------------*
110400 01  C-STD-PREISLISTE.
110500     05 FILLER                    PIC 9(005)V9(002) VALUE 0,10.
110600     05 FILLER                    PIC 9(005)V9(002) VALUE 1,50.
110700     05 FILLER                    PIC 9(005)V9(002) VALUE 2,00.
110800     05 FILLER                    PIC 9(005)V9(002) VALUE 1,00.
110900     05 FILLER                    PIC 9(005)V9(002) VALUE 2,50.
111000     05 FILLER                    PIC 9(005)V9(002) VALUE 0,05.
111100     05 FILLER                    PIC 9(005)V9(002) VALUE 15,00.
111200 01  C-STD-PREISTABELLE           REDEFINES C-STD-PREISLISTE.
111300     05 C-STD-PREIS               PIC 9(005)V9(002) OCCURS 7.
111400/---------------------------------------------------------------*
111500* Gelesene Postenstati AKA5OF                                   *
111600*---------------------------------------------------------------*
111700 01  C-STATUS-LISTE.
111800     05 FILLER                    PIC X(007) VALUE "2315869".
111900 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
112000     05 C-STATUS-WERT             PIC 9(001) OCCURS 7.
112100/---------------------------------------------------------------*
112200* Schliessungsarten der Batchlaeufe (automatische Schliessung)  *
112300*---------------------------------------------------------------*
112400 01  C-AUTO-ART-LISTE.
112500     05 FILLER                    PIC X(020) VALUE
112600                                  "AUSOSTSKAVBARZRLSBNG".
112700 01  C-AUTO-ART-TABELLE           REDEFINES C-AUTO-ART-LISTE.
112800     05 C-AUTO-ART                PIC X(002) OCCURS 10.
112900/---------------------------------------------------------------*
113000* Journal: Geschaeftsvorfaelle und Aenderungsfelder             *
113100*---------------------------------------------------------------*
113200 01  C-GV-KONSTANTEN.
113300     05 C-GV-APO-AEND             PIC X(008) VALUE "KAABPOAE".
113400     05 C-GV-APO-MANUELL          PIC X(008) VALUE "KAAPOMAN".
113500     05 C-GV-RIC-REPARATUR        PIC X(008) VALUE "KARICREP".
113600     05 C-FELD-KA000002           PIC X(006) VALUE "000002".
113700     05 C-AKTION-NEU              PIC X(006) VALUE "NEUANL".
113800 01  C-MELDUNGEN.
113900     05 C-MELD-VERRECHNET         PIC X(012) VALUE "VERRECHNET  ".
114000     05 C-MELD-OHNE-KST           PIC X(012) VALUE "OHNE-KST    ".
114100     05 C-MELD-OHNE-KONTO         PIC X(012) VALUE "OHNE-GLKONTO".
114200     05 C-MELD-OHNE-BETRAG        PIC X(012) VALUE "OHNE BETRAG ".
114300     05 C-MELD-TABELLE-VOLL       PIC X(012) VALUE "TABELLE VOLL".
114400/---------------------------------------------------------------*
114500* Ausgangssatz im AKAGLB-Satzaufbau                             *
114600*---------------------------------------------------------------*
114700 01  KVR-GLB-DETAIL.
114800     05 KVR-G-SATZART             PIC X(001).
114900     05 KVR-G-SENDE-DATUM         PIC 9(008).
115000     05 KVR-G-GL-KONTO            PIC X(010).
115100     05 KVR-G-BETRAG              PIC S9(013)V9(003)
115200                                  SIGN LEADING SEPARATE.
115300     05 KVR-G-WAEHRUNG            PIC X(003).
115400     05 KVR-G-PRIMANOTA           PIC X(006).
115500     05 KVR-G-SCHLIESSUNGSNR      PIC 9(012).
115600     05 KVR-G-BUCHUNGSTEXT        PIC X(020).
115700     05 KVR-G-KOSTENSTELLE        PIC X(006).
115800     05 KVR-G-INSTITUT            PIC X(004).
115900     05 FILLER                    PIC X(013) VALUE SPACE.
116000/---------------------------------------------------------------*
116100* Formatzeilen Bericht KVRAUS                                   *
116200*---------------------------------------------------------------*
116300 01  KVR-KOPF.
116400     05 FILLER                    PIC X(040) VALUE
116500        "KOSTENVERRECHNUNG ABSTIMMAUFWAND MONAT: ".
116600     05 KVR-K-MONAT               PIC 9(006).
116700     05 FILLER                    PIC X(012) VALUE
116800        "  WAEHRUNG: ".
116900     05 KVR-K-WAEHRUNG            PIC X(003).
117000     05 FILLER                    PIC X(089) VALUE SPACE.
117100 01  KVR-KOPF-2                   PIC X(150) VALUE
117200     "MELDUNG      FB   INST KOSTST    NEU  NOTIZ  UMHNG   AEND  S
117300-    "L-MA  SL-AU  AUSBU         BETRAG".
117400 01  KVR-DETAIL.
117500     05 KVR-D-MELDUNG             PIC X(012).
117600     05 FILLER                    PIC X(001) VALUE SPACE.
117700     05 KVR-D-FACHBEREICH         PIC X(004).
117800     05 FILLER                    PIC X(001) VALUE SPACE.
117900     05 KVR-D-INSTITUT            PIC X(004).
118000     05 FILLER                    PIC X(001) VALUE SPACE.
118100     05 KVR-D-KOSTENSTELLE        PIC X(006).
118200     05 KVR-D-ANZAHL-GRUPPE       OCCURS 7.
118300        10 FILLER                 PIC X(001) VALUE SPACE.
118400        10 KVR-D-ANZAHL           PIC Z(005)9.
118500     05 FILLER                    PIC X(001) VALUE SPACE.
118600     05 KVR-D-BETRAG              PIC Z(010)9,99.
118700     05 FILLER                    PIC X(056) VALUE SPACE.
118800 01  KVR-ENDE.
118900     05 FILLER                    PIC X(016) VALUE
119000        "MONAT:          ".
119100     05 KVR-X-MONAT               PIC 9(006).
119200     05 FILLER                    PIC X(016) VALUE
119300        "  ZEILEN:       ".
119400     05 KVR-X-ZEILEN              PIC Z(006)9.
119500     05 FILLER                    PIC X(016) VALUE
119600        "  VERRECHNET:   ".
119700     05 KVR-X-VERRECHNET          PIC Z(010)9,99.
119800     05 FILLER                    PIC X(016) VALUE
119900        "  NICHT VERR.:  ".
120000     05 KVR-X-NICHT-VERR          PIC Z(010)9,99.
120100     05 FILLER                    PIC X(016) VALUE
120200        "  GL-SAETZE:    ".
120300     05 KVR-X-GL-SAETZE           PIC Z(006)9.
120400/---------------------------------------------------------------*
120500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
120600*---------------------------------------------------------------*
120700  COPY DCTGRCGE.
120800  COPY CGSOVER.
120900  COPY CJDI100.
121000  COPY CJDO100.
121100  COPY CCJDIND.
121200  01 AENDERUNGEN.
121300     05 AEND-TABELLE              OCCURS 50.
121400     COPY CJDAENES                REPLACING 01 BY 10,
121500                                  ==(01)== BY ==(01)==.
121600  COPY CKA0AKRS.
121700  COPY CKA0SCH.
121800  COPY CKA0AKAB.
121900  COPY DKAXIND.
122000  COPY CKAXIND.
122100  COPY CKAI5OF3.
122200  COPY CKAO5OF2.
122300  COPY CKAT5OF1.
122400  COPY CKAHVZS.
122500  COPY CKAHVZE.
122600 01  DUMMY                        PIC X(001).
122700/---------------------------------------------------------------*
122800* Abstimmkreise mit Fachbereich und Institut                    *
122900*---------------------------------------------------------------*
123000 01  KVR-AK-TABELLE.
123100     05 KVR-ANZ-AK                PIC 9(004) COMP-3 VALUE ZERO.
123200     05 KVR-AK                    OCCURS 2000.
123300        10 KVR-A-AK-NUMMER        PIC 9(005).
123400        10 KVR-A-FACHBEREICH      PIC X(004).
123500        10 KVR-A-INSTITUT         PIC X(004).
123600/---------------------------------------------------------------*
123700* Kostenstelle je Fachbereich (KVRKST)                          *
123800*---------------------------------------------------------------*
123900 01  KVR-KST-TABELLE.
124000     05 KVR-ANZ-KST               PIC 9(004) COMP-3 VALUE ZERO.
124100     05 KVR-KST                   OCCURS 300.
124200        10 KVR-T-FACHBEREICH      PIC X(004).
124300        10 KVR-T-KOSTENSTELLE     PIC X(006).
124400/---------------------------------------------------------------*
124500* Zaehltabelle je Fachbereich, Institut und Kostenstelle        *
124600*---------------------------------------------------------------*
124700 01  KVR-SUMMEN-TABELLE.
124800     05 KVR-ANZ-EINTRAEGE         PIC 9(004) COMP-3 VALUE ZERO.
124900     05 KVR-EINTRAG               OCCURS 500.
125000        10 KVR-E-FACHBEREICH      PIC X(004).
125100        10 KVR-E-INSTITUT         PIC X(004).
125200        10 KVR-E-KOSTENSTELLE     PIC X(006).
125300        10 KVR-E-ANZAHL           PIC 9(007) COMP-3 OCCURS 7.
125400        10 KVR-E-BETRAG           PIC 9(011)V9(002).
125500/---------------------------------------------------------------*
125600* Hilfsvariable                                                 *
125700*---------------------------------------------------------------*
125800 01  H-SCAN-STATUS                PIC X(001).
125900     88 SCAN-GEFUNDEN             VALUE "J".
126000     88 SCAN-N-GEFUNDEN           VALUE "N".
126100 01  H-JOURNAL-STATUS             PIC X(001).
126200     88 JOURNAL-GEFUNDEN          VALUE "J".
126300     88 JOURNAL-N-GEFUNDEN        VALUE "N".
126400 01  H-SEITEN-KZ                  PIC X(001).
126500     88 SEITEN-WEITER             VALUE "J".
126600     88 SEITEN-FERTIG             VALUE "N".
126700 01  H-HVZ-LESEN-KZ               PIC X(001).
126800     88 HVZ-LESEN-FERTIG          VALUE "J".
126900     88 HVZ-LESEN-WEITER          VALUE "N".
127000 01  H-BUCHEN-KZ                  PIC X(001).
127100     88 BUCHEN-JA                 VALUE "J".
127200     88 BUCHEN-NEIN               VALUE "N".
127300 01  H-KST-DATEI-KZ               PIC X(001).
127400     88 KST-DATEI-ENDE            VALUE "J".
127500     88 KST-DATEI-WEITER          VALUE "N".
127600 01  H-AUFSETZ-KZ                 PIC X(001).
127700 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
127800 01  H-SCH-ZEILE                  PIC 9(009) COMP-3.
127900 01  H-LFD-NR                     PIC 9(008).
128000 01  H-ST-IND                     PIC 9(003) COMP-3.
128100 01  H-INDEX                      PIC 9(003) COMP-3.
128200 01  H-KAT                        PIC 9(003) COMP-3.
128300 01  H-IND                        PIC 9(004) COMP-3.
128400 01  H-AK-IND                     PIC 9(004) COMP-3.
128500 01  H-EINTRAG-IND                PIC 9(004) COMP-3.
128600 01  H-AK-NUMMER                  PIC 9(005).
128700 01  H-STATUS-LAUF                PIC 9(001).
128800 01  H-SCHLIESSUNGSNR             PIC 9(012).
128900 01  H-CACHE-SCHLIESSUNGSNR       PIC 9(012) VALUE ZERO.
129000 01  H-CACHE-AK-NUMMER            PIC 9(005) VALUE ZERO.
129100 01  H-FACHBEREICH                PIC X(004).
129200 01  H-INSTITUT                   PIC X(004).
129300 01  H-KOSTENSTELLE               PIC X(006).
129400 01  H-HAUSWAEHRUNG               PIC X(003).
129500 01  H-PREIS                      PIC 9(005)V9(002) OCCURS 7.
129600 01  H-MONAT                      PIC 9(006).
129700 01  H-MONAT-X REDEFINES H-MONAT.
129800     05 H-MO-JJJJ                 PIC 9(004).
129900     05 H-MO-MM                   PIC 9(002).
130000 01  H-TAGESDATUM                 PIC 9(008).
130100 01  H-TAGESDATUM-X REDEFINES H-TAGESDATUM.
130200     05 H-TD-JJJJ                 PIC 9(004).
130300     05 H-TD-MM                   PIC 9(002).
130400     05 H-TD-TT                   PIC 9(002).
130500 01  H-DATUM-VON                  PIC 9(008).
130600 01  H-DATUM-BIS                  PIC 9(008).
130700 01  H-DATUM-FOLGEMONAT           PIC 9(008).
130800 01  H-DATUM-FOLGEMONAT-X REDEFINES H-DATUM-FOLGEMONAT.
130900     05 H-FM-JJJJ                 PIC 9(004).
131000     05 H-FM-MM                   PIC 9(002).
131100     05 H-FM-TT                   PIC 9(002).
131200 01  H-BUTAG                      PIC 9(008).
131300 01  H-BETRAG                     PIC 9(011)V9(002).
131400 01  H-SUMME-VERRECHNET           PIC 9(011)V9(002) VALUE ZERO.
131500 01  H-SUMME-NICHT-VERR           PIC 9(011)V9(002) VALUE ZERO.
131600 01  H-ANZ-GL-SAETZE              PIC 9(007) COMP-3 VALUE ZERO.
131700 01  H-ANZ-VERWORFEN              PIC 9(007) COMP-3 VALUE ZERO.
131800/****************************************************************
131900 PROCEDURE DIVISION.
132000*****************************************************************
132100 0000-MAINLINE SECTION.
132200 0000-MAINLINE-1001.
132300     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
132400     PERFORM 2000-POSTEN-ZAEHLEN  THRU 2000-POSTEN-ZAEHLEN-EXIT
132500     PERFORM 3000-JOURNAL-ZAEHLEN THRU 3000-JOURNAL-ZAEHLEN-EXIT
132600     PERFORM 4000-SCHLIESSUNGEN   THRU 4000-SCHLIESSUNGEN-EXIT
132700     PERFORM 5000-AUSBUCHUNGEN    THRU 5000-AUSBUCHUNGEN-EXIT
132800     PERFORM 6000-VERRECHNUNG     THRU 6000-VERRECHNUNG-EXIT
132900     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
133000     STOP RUN
133100     .
133200 0000-MAINLINE-1002.
133300     EXIT.
133400/---------------------------------------------------------------*
133500* Initialisierung: Parameter und Kostenstellen lesen,           *
133600* Abrechnungsmonat festlegen                                    *
133700*---------------------------------------------------------------*
133800 1000-INITIALISIERUNG SECTION.
133900 1000-INITIALISIERUNG-1001.
134000     OPEN INPUT  KVRPARM
134100     OPEN INPUT  KVRKST
134200     OPEN OUTPUT KVRGLB
134300     OPEN OUTPUT KVRAUS
134400     READ KVRPARM
134500       AT END
134600         INITIALIZE KVR-PARM-SATZ
134700     END-READ
134800     IF KVR-P-MONAT               NUMERIC
134900        AND KVR-P-MONAT           > ZERO
135000     THEN
135100       MOVE KVR-P-MONAT           TO H-MONAT
135200     ELSE
135300*      ohne Angabe: Vormonat des Tagesdatums
135400       ACCEPT H-TAGESDATUM        FROM DATE YYYYMMDD
135500       MOVE H-TD-JJJJ             TO H-MO-JJJJ
135600       MOVE H-TD-MM               TO H-MO-MM
135700       IF H-MO-MM                 = 1
135800       THEN
135900         MOVE 12                  TO H-MO-MM
136000         SUBTRACT C-1             FROM H-MO-JJJJ
136100       ELSE
136200         SUBTRACT C-1             FROM H-MO-MM
136300       END-IF
136400     END-IF
136500     PERFORM VARYING H-KAT FROM 1 BY 1
136600             UNTIL H-KAT          > C-ANZ-KATEGORIEN
136700       IF KVR-P-PREIS (H-KAT)     NUMERIC
136800          AND KVR-P-PREIS (H-KAT) > ZERO
136900       THEN
137000         MOVE KVR-P-PREIS (H-KAT) TO H-PREIS (H-KAT)
137100       ELSE
137200         MOVE C-STD-PREIS (H-KAT) TO H-PREIS (H-KAT)
137300       END-IF
137400     END-PERFORM
137500     IF KVR-P-HAUSWAEHRUNG        = SPACE
137600     THEN
137700       MOVE C-STD-HAUSWAEHRUNG    TO H-HAUSWAEHRUNG
137800     ELSE
137900       MOVE KVR-P-HAUSWAEHRUNG    TO H-HAUSWAEHRUNG
138000     END-IF
138100*    Buchungen nur mit beiden GL-Konten
138200     IF KVR-P-KONTO-BELASTUNG     = SPACE
138300        OR KVR-P-KONTO-ENTLASTUNG = SPACE
138400     THEN
138500       SET BUCHEN-NEIN            TO TRUE
138600     ELSE
138700       SET BUCHEN-JA              TO TRUE
138800     END-IF
138900*    Monatsletzter = Tag vor dem Ersten des Folgemonats
139000     COMPUTE H-DATUM-VON          = H-MONAT * 100 + 1
139100     MOVE H-MO-JJJJ               TO H-FM-JJJJ
139200     MOVE H-MO-MM                 TO H-FM-MM
139300     MOVE 1                       TO H-FM-TT
139400     IF H-FM-MM                   = 12
139500     THEN
139600       MOVE 1                     TO H-FM-MM
139700       ADD C-1                    TO H-FM-JJJJ
139800     ELSE
139900       ADD C-1                    TO H-FM-MM
140000     END-IF
140100     COMPUTE H-DATUM-BIS          = FUNCTION DATE-OF-INTEGER
140200             (FUNCTION INTEGER-OF-DATE (H-DATUM-FOLGEMONAT) - 1)
140300     PERFORM 1100-KST-LESEN       THRU 1100-KST-LESEN-EXIT
140400     INITIALIZE KVR-KOPF
140500     MOVE H-MONAT                 TO KVR-K-MONAT
140600     MOVE H-HAUSWAEHRUNG          TO KVR-K-WAEHRUNG
140700     MOVE KVR-KOPF                TO KVR-DRUCKZEILE
140800     WRITE KVR-DRUCKZEILE
140900     MOVE KVR-KOPF-2              TO KVR-DRUCKZEILE
141000     WRITE KVR-DRUCKZEILE
141100     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
141200     MOVE D-CJDIND-INDICES        TO CJDIND-INDICES
141300     .
141400 1000-INITIALISIERUNG-1002.
141500 1000-INITIALISIERUNG-EXIT.
141600     EXIT.
141700/---------------------------------------------------------------*
141800* Zuordnung Fachbereich - Kostenstelle aus KVRKST laden         *
141900*---------------------------------------------------------------*
142000 1100-KST-LESEN SECTION.
142100 1100-KST-LESEN-1001.
142200     SET KST-DATEI-WEITER         TO TRUE
142300     PERFORM UNTIL KST-DATEI-ENDE
142400       READ KVRKST
142500         AT END
142600           SET KST-DATEI-ENDE     TO TRUE
142700         NOT AT END
142800           IF KVR-K-FACHBEREICH   NOT = SPACE
142900              AND KVR-K-KOSTENSTELLE
143000                                  NOT = SPACE
143100              AND KVR-ANZ-KST     < C-MAX-KST
143200           THEN
143300             ADD C-1              TO KVR-ANZ-KST
143400             MOVE KVR-K-FACHBEREICH
143500                            TO KVR-T-FACHBEREICH (KVR-ANZ-KST)
143600             MOVE KVR-K-KOSTENSTELLE
143700                            TO KVR-T-KOSTENSTELLE (KVR-ANZ-KST)
143800           END-IF
143900       END-READ
144000     END-PERFORM
144100     .
144200 1100-KST-LESEN-1002.
144300 1100-KST-LESEN-EXIT.
144400     EXIT.
144500/---------------------------------------------------------------*
144600* Neue Posten: alle Abstimmkreise durchlaufen, Fachbereich und  *
144700* Institut je Kreis fuer die spaeteren Zuordnungen merken       *
144800*---------------------------------------------------------------*
144900 2000-POSTEN-ZAEHLEN SECTION.
145000 2000-POSTEN-ZAEHLEN-1001.
145100     MOVE C-1                     TO H-LFD-ZEILE
145200     PERFORM 2100-LESEN-AKRS-ZEILE
145300                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
145400     PERFORM UNTIL SCAN-N-GEFUNDEN
145500       IF KVR-ANZ-AK              < C-MAX-AK
145600       THEN
145700         ADD C-1                  TO KVR-ANZ-AK
145800         MOVE KA0AKRS-AK-NUMMER   TO KVR-A-AK-NUMMER (KVR-ANZ-AK)
145900         MOVE KA0AKRS-FACHBEREICH
146000                            TO KVR-A-FACHBEREICH (KVR-ANZ-AK)
146100         MOVE KA0AKRS-INSTITUT    TO KVR-A-INSTITUT (KVR-ANZ-AK)
146200       END-IF
146300       MOVE KA0AKRS-AK-NUMMER     TO H-AK-NUMMER
146400       IF KA0AKRS-HOCHVOLUMEN-JA
146500       THEN
146600         PERFORM 2500-HVZ-LESEN   THRU 2500-HVZ-LESEN-EXIT
146700       ELSE
146800         PERFORM 2200-AK-VERARBEITEN
146900                                THRU 2200-AK-VERARBEITEN-EXIT
147000       END-IF
147100       ADD C-1                    TO H-LFD-ZEILE
147200       PERFORM 2100-LESEN-AKRS-ZEILE
147300                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
147400     END-PERFORM
147500     .
147600 2000-POSTEN-ZAEHLEN-1002.
147700 2000-POSTEN-ZAEHLEN-EXIT.
147800     EXIT.
147900/---------------------------------------------------------------*
148000* Zeile aus KA03AKRS lesen                                      *
148100*---------------------------------------------------------------*
148200 2100-LESEN-AKRS-ZEILE SECTION.
148300 2100-LESEN-AKRS-ZEILE-1001.
148400     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
148500     CALL "CGSTAB" USING
148600          C-TAB-LESEN-ZEILE
148700          C-KONFIG-ID-KA
148800          C-OBJEKT-TAB-KA03AKRS
148900          GSOVER-VERSTAENDIGUNGSBEREICH
149000          KA0AKRS-EINGABEBEREICH
149100          KA0AKRS-AUSGABEBEREICH
149200          DUMMY
149300     END-CALL
149400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
149500     THEN
149600       SET SCAN-GEFUNDEN          TO TRUE
149700     ELSE
149800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
149900       SET SCAN-N-GEFUNDEN        TO TRUE
150000     END-IF
150100     .
150200 2100-LESEN-AKRS-ZEILE-1002.
150300 2100-LESEN-AKRS-ZEILE-EXIT.
150400     EXIT.
150500/---------------------------------------------------------------*
150600* Posten eines Abstimmkreises je Status seitenweise lesen       *
150700*---------------------------------------------------------------*
150800 2200-AK-VERARBEITEN SECTION.
150900 2200-AK-VERARBEITEN-1001.
151000     PERFORM VARYING H-ST-IND FROM 1 BY 1
151100             UNTIL H-ST-IND       > C-ANZ-STATI
151200       MOVE C-STATUS-WERT (H-ST-IND)
151300                                  TO H-STATUS-LAUF
151400       SET SEITEN-WEITER          TO TRUE
151500       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
151600       MOVE C-N                   TO H-AUFSETZ-KZ
151700       PERFORM 2300-APO-SEITE     THRU 2300-APO-SEITE-EXIT
151800               UNTIL SEITEN-FERTIG
151900     END-PERFORM
152000     .
152100 2200-AK-VERARBEITEN-1002.
152200 2200-AK-VERARBEITEN-EXIT.
152300     EXIT.
152400/---------------------------------------------------------------*
152500* Eine Trefferseite BKAAPO ueber AKA5OF lesen                   *
152600*---------------------------------------------------------------*
152700 2300-APO-SEITE SECTION.
152800 2300-APO-SEITE-1001.
152900     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
153000     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
153100     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
153200     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
153300     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
153400     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
153500     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
153600     MOVE H-AUFSETZ-KZ            TO
153700                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
153800     CALL "AKA5OF" USING
153900          C-01-STD-APO-LIST-SUCHE
154000          C-KONFIG-ID-KA
154100          C-AKAKVR
154200          GSOVER-VERSTAENDIGUNGSBEREICH
154300          KAI5OF3-EINGABEBEREICH
154400          KAO5OF2-AUSGABEBEREICH
154500          KAT5OF1-TRANSIENT-BEREICH
154600          KAXIND-INDICES
154700     END-CALL
154800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
154900     THEN
155000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
155100       SET SEITEN-FERTIG          TO TRUE
155200       GO TO 2300-APO-SEITE-EXIT
155300     END-IF
155400     PERFORM 2400-POSTEN-ZAEHLEN  THRU 2400-POSTEN-ZAEHLEN-EXIT
155500             VARYING H-INDEX FROM 1 BY 1
155600             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
155700     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
155800     THEN
155900       SET SEITEN-FERTIG          TO TRUE
156000     ELSE
156100       MOVE C-J                   TO H-AUFSETZ-KZ
156200     END-IF
156300     .
156400 2300-APO-SEITE-1002.
156500 2300-APO-SEITE-EXIT.
156600     EXIT.
156700/---------------------------------------------------------------*
156800* Einen Posten zaehlen: Buchungstag im Monat, nicht technisch;  *
156900* Fachbereich des Postens, sonst des Abstimmkreises             *
157000*---------------------------------------------------------------*
157100 2400-POSTEN-ZAEHLEN SECTION.
157200 2400-POSTEN-ZAEHLEN-1001.
157300     IF KAO5OF2-APO-BUTAG (H-INDEX)
157400                                  < H-DATUM-VON
157500        OR KAO5OF2-APO-BUTAG (H-INDEX)
157600                                  > H-DATUM-BIS
157700        OR KAO5OF2-APO-TECHNIK-KZ (H-INDEX)
157800                                  = C-TECHNISCH
157900     THEN
158000       GO TO 2400-POSTEN-ZAEHLEN-EXIT
158100     END-IF
158200     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
158300     IF KAO5OF2-APO-FACHBEREICH (H-INDEX)
158400                                  NOT = SPACE
158500     THEN
158600       MOVE KAO5OF2-APO-FACHBEREICH (H-INDEX)
158700                                  TO H-FACHBEREICH
158800     END-IF
158900     MOVE SPACE                   TO H-KOSTENSTELLE
159000     MOVE C-KAT-NEU               TO H-KAT
159100     PERFORM 7300-ZAEHLEN         THRU 7300-ZAEHLEN-EXIT
159200     .
159300 2400-POSTEN-ZAEHLEN-1002.
159400 2400-POSTEN-ZAEHLEN-EXIT.
159500     EXIT.
159600/---------------------------------------------------------------*
159700* Hochvolumen-Kreis: Posten mit Buchungstag im Monat ueber      *
159800* AKAHVZ seitenweise lesen                                      *
159900*---------------------------------------------------------------*
160000 2500-HVZ-LESEN SECTION.
160100 2500-HVZ-LESEN-1001.
160200     MOVE ZERO                    TO HVZ-SK-AB-BUCHUNGSTAG
160300                                     HVZ-SK-AB-LFD-NR
160400     SET HVZ-LESEN-WEITER         TO TRUE
160500     PERFORM UNTIL HVZ-LESEN-FERTIG
160600       PERFORM 2510-HVZ-SEITE-LESEN
160700                              THRU 2510-HVZ-SEITE-LESEN-EXIT
160800       PERFORM 2520-HVZ-ZAEHLEN   THRU 2520-HVZ-ZAEHLEN-EXIT
160900               VARYING H-INDEX FROM 1 BY 1
161000               UNTIL H-INDEX      > HVZ-ANZ-TREFFER
161100       IF HVZ-WEITERE-JA
161200          AND HVZ-ANZ-TREFFER     NOT = ZERO
161300       THEN
161400         MOVE HVZ-T-BUCHUNGSTAG (HVZ-ANZ-TREFFER)
161500                                  TO HVZ-SK-AB-BUCHUNGSTAG
161600         MOVE HVZ-T-LFD-NR (HVZ-ANZ-TREFFER)
161700                                  TO HVZ-SK-AB-LFD-NR
161800       ELSE
161900         SET HVZ-LESEN-FERTIG     TO TRUE
162000       END-IF
162100     END-PERFORM
162200     .
162300 2500-HVZ-LESEN-1002.
162400 2500-HVZ-LESEN-EXIT.
162500     EXIT.
162600/---------------------------------------------------------------*
162700* Eine Trefferseite ueber AKAHVZ lesen (alle Stati)             *
162800*---------------------------------------------------------------*
162900 2510-HVZ-SEITE-LESEN SECTION.
163000 2510-HVZ-SEITE-LESEN-1001.
163100     MOVE H-AK-NUMMER             TO HVZ-SK-AK-NUMMER
163200     MOVE C-STATUS-ALLE           TO HVZ-SK-STATUS
163300     MOVE H-DATUM-VON             TO HVZ-SK-BUCHUNGSTAG-VON
163400     MOVE H-DATUM-BIS             TO HVZ-SK-BUCHUNGSTAG-BIS
163500     CALL "AKAHVZ"
163600     USING C-HVZ-SUCHEN
163700           HVZ-SATZ
163800           HVZ-SUCH-KRITERIUM
163900           HVZ-TREFFERLISTE
164000           HVZ-RUECKGABE
164100     END-CALL
164200     IF NOT HVZ-GEW-OK
164300     THEN
164400       MOVE ZERO                  TO HVZ-ANZ-TREFFER
164500       SET HVZ-WEITERE-NEIN       TO TRUE
164600     END-IF
164700     .
164800 2510-HVZ-SEITE-LESEN-1002.
164900 2510-HVZ-SEITE-LESEN-EXIT.
165000     EXIT.
165100/---------------------------------------------------------------*
165200* Einen HVZ-Treffer zaehlen                                     *
165300*---------------------------------------------------------------*
165400 2520-HVZ-ZAEHLEN SECTION.
165500 2520-HVZ-ZAEHLEN-1001.
165600     IF HVZ-T-TECHNIK-KZ (H-INDEX)
165700                                  = C-TECHNISCH
165800     THEN
165900       GO TO 2520-HVZ-ZAEHLEN-EXIT
166000     END-IF
166100     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
166200     IF HVZ-T-FACHBEREICH (H-INDEX)
166300                                  NOT = SPACE
166400     THEN
166500       MOVE HVZ-T-FACHBEREICH (H-INDEX)
166600                                  TO H-FACHBEREICH
166700     END-IF
166800     MOVE SPACE                   TO H-KOSTENSTELLE
166900     MOVE C-KAT-NEU               TO H-KAT
167000     PERFORM 7300-ZAEHLEN         THRU 7300-ZAEHLEN-EXIT
167100     .
167200 2520-HVZ-ZAEHLEN-1002.
167300 2520-HVZ-ZAEHLEN-EXIT.
167400     EXIT.
167500/---------------------------------------------------------------*
167600* Manuelle Bearbeitungen: Journal KJD100 des Monats satzweise   *
167700* durchblaettern (Lesemodus wie AKAUPR)                         *
167800*---------------------------------------------------------------*
167900 3000-JOURNAL-ZAEHLEN SECTION.
168000 3000-JOURNAL-ZAEHLEN-1001.
168100     MOVE 1                       TO H-LFD-NR
168200     PERFORM 3100-JOURNAL-LESEN   THRU 3100-JOURNAL-LESEN-EXIT
168300     PERFORM UNTIL JOURNAL-N-GEFUNDEN
168400       PERFORM 3200-SATZ-ZAEHLEN  THRU 3200-SATZ-ZAEHLEN-EXIT
168500       ADD 1                      TO H-LFD-NR
168600       PERFORM 3100-JOURNAL-LESEN THRU 3100-JOURNAL-LESEN-EXIT
168700     END-PERFORM
168800     .
168900 3000-JOURNAL-ZAEHLEN-1002.
169000 3000-JOURNAL-ZAEHLEN-EXIT.
169100     EXIT.
169200/---------------------------------------------------------------*
169300* Einen Protokollsatz des Abrechnungsmonats lesen               *
169400*---------------------------------------------------------------*
169500 3100-JOURNAL-LESEN SECTION.
169600 3100-JOURNAL-LESEN-1001.
169700     MOVE SPACE                   TO JDI100-EINGABEBEREICH
169800     MOVE C-VERARB-KZ-LESEN       TO JDI100-VERARB-KZ
169900     MOVE SPACE                   TO JDI100-ZUGRIFFSKRITERIUM
170000     MOVE H-DATUM-VON             TO JDI100-DATUM-WIRKSAM-VON
170100     MOVE H-DATUM-BIS             TO JDI100-DATUM-WIRKSAM-BIS
170200     MOVE H-LFD-NR                TO JDI100-PROT-LAUFNUMMER
170300     CALL "CGSAUF"
170400     USING C-AUF-AUFRUF-AL
170500           C-KONFIG-ID-GS
170600           C-OBJEKT-KJD100
170700           GSOVER-VERSTAENDIGUNGSBEREICH
170800           JDI100-EINGABEBEREICH
170900           JDO100-AUSGABEBEREICH
171000           CJDIND-INDICES
171100           AENDERUNGEN
171200     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
171300     THEN
171400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
171500       SET JOURNAL-N-GEFUNDEN     TO TRUE
171600     ELSE
171700       SET JOURNAL-GEFUNDEN       TO TRUE
171800     END-IF
171900     .
172000 3100-JOURNAL-LESEN-1002.
172100 3100-JOURNAL-LESEN-EXIT.
172200     EXIT.
172300/---------------------------------------------------------------*
172400* Einen Protokollsatz der Leistungsart zuordnen: Umhaengung     *
172500* (Feld 000002 als zweite Aenderung), Notiz/Bemerkung (Aktion   *
172600* NEUANL), sonst Aenderung; Schliessungs-GV zaehlen ueber       *
172700* KA03SCH und bleiben hier unberuecksichtigt                    *
172800*---------------------------------------------------------------*
172900 3200-SATZ-ZAEHLEN SECTION.
173000 3200-SATZ-ZAEHLEN-1001.
173100     IF JDO100-DATUM-EINGABE      < H-DATUM-VON
173200        OR JDO100-DATUM-EINGABE   > H-DATUM-BIS
173300     THEN
173400       GO TO 3200-SATZ-ZAEHLEN-EXIT
173500     END-IF
173600     EVALUATE JDO100-GV
173700       WHEN C-GV-APO-AEND
173800         EVALUATE TRUE
173900           WHEN JDO100-ANZAHL-AEN-INF > 1
174000                AND JDAENES-AEND-FELD (2) = C-FELD-KA000002
174100             MOVE C-KAT-UMBUCHUNG TO H-KAT
174200           WHEN JDO100-ANZAHL-AEN-INF > ZERO
174300                AND JDAENES-AEND-FELDINHALT-NEU (1) (1:6)
174400                                  = C-AKTION-NEU
174500             MOVE C-KAT-NOTIZ     TO H-KAT
174600           WHEN OTHER
174700             MOVE C-KAT-AENDERUNG TO H-KAT
174800         END-EVALUATE
174900       WHEN C-GV-APO-MANUELL
175000       WHEN C-GV-RIC-REPARATUR
175100         MOVE C-KAT-AENDERUNG     TO H-KAT
175200       WHEN OTHER
175300         GO TO 3200-SATZ-ZAEHLEN-EXIT
175400     END-EVALUATE
175500     PERFORM 3300-FACHBEREICH-ERMITTELN
175600                                  THRU
175700                                  3300-FACHBEREICH-ERMITTELN-EXIT
175800     MOVE SPACE                   TO H-KOSTENSTELLE
175900     PERFORM 7300-ZAEHLEN         THRU 7300-ZAEHLEN-EXIT
176000     .
176100 3200-SATZ-ZAEHLEN-1002.
176200 3200-SATZ-ZAEHLEN-EXIT.
176300     EXIT.
176400/---------------------------------------------------------------*
176500* Fachbereich aus dem Zugriffskriterium: Abstimmkreis-Nummer    *
176600* (7-stellig wie AKA4OF, 12-stellig wie AKAC4MA bei KAAPOMAN)   *
176700* oder Schliessungsnummer (12-stellig) ueber KA03SCH            *
176800*---------------------------------------------------------------*
176900 3300-FACHBEREICH-ERMITTELN SECTION.
177000 3300-FACHBEREICH-ERMITTELN-1001.
177100     MOVE ZERO                    TO H-AK-NUMMER
177200     EVALUATE TRUE
177300       WHEN JDO100-ZUGRIFFSKRITERIUM (1:7) IS NUMERIC
177400            AND JDO100-ZUGRIFFSKRITERIUM (8:5) = SPACE
177500         MOVE JDO100-ZUGRIFFSKRITERIUM (3:5)
177600                                  TO H-AK-NUMMER
177700       WHEN JDO100-ZUGRIFFSKRITERIUM (1:12) IS NUMERIC
177800            AND JDO100-GV         = C-GV-APO-MANUELL
177900         MOVE JDO100-ZUGRIFFSKRITERIUM (8:5)
178000                                  TO H-AK-NUMMER
178100       WHEN JDO100-ZUGRIFFSKRITERIUM (1:12) IS NUMERIC
178200         MOVE JDO100-ZUGRIFFSKRITERIUM (1:12)
178300                                  TO H-SCHLIESSUNGSNR
178400         PERFORM 7200-SCH-SUCHEN  THRU 7200-SCH-SUCHEN-EXIT
178500     END-EVALUATE
178600     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
178700     .
178800 3300-FACHBEREICH-ERMITTELN-1002.
178900 3300-FACHBEREICH-ERMITTELN-EXIT.
179000     EXIT.
179100/---------------------------------------------------------------*
179200* Schliessungen des Monats (KA03SCH, Status geschlossen) nach   *
179300* Schliessungsart manuell bzw. automatisch zaehlen              *
179400*---------------------------------------------------------------*
179500 4000-SCHLIESSUNGEN SECTION.
179600 4000-SCHLIESSUNGEN-1001.
179700     MOVE C-1                     TO H-LFD-ZEILE
179800     PERFORM 4100-LESEN-SCH-ZEILE THRU 4100-LESEN-SCH-ZEILE-EXIT
179900     PERFORM UNTIL SCAN-N-GEFUNDEN
180000       IF KA0SCH-SCH-STATUS       = C-STATUS-GESCHLOSSEN
180100          AND KA0SCH-SCH-DATUM-ANLAGE
180200                                  NOT < H-DATUM-VON
180300          AND KA0SCH-SCH-DATUM-ANLAGE
180400                                  NOT > H-DATUM-BIS
180500       THEN
180600         PERFORM 4200-SCH-ZAEHLEN THRU 4200-SCH-ZAEHLEN-EXIT
180700       END-IF
180800       ADD C-1                    TO H-LFD-ZEILE
180900       PERFORM 4100-LESEN-SCH-ZEILE
181000                                THRU 4100-LESEN-SCH-ZEILE-EXIT
181100     END-PERFORM
181200     .
181300 4000-SCHLIESSUNGEN-1002.
181400 4000-SCHLIESSUNGEN-EXIT.
181500     EXIT.
181600/---------------------------------------------------------------*
181700* Zeile aus KA03SCH lesen                                       *
181800*---------------------------------------------------------------*
181900 4100-LESEN-SCH-ZEILE SECTION.
182000 4100-LESEN-SCH-ZEILE-1001.
182100     MOVE H-LFD-ZEILE             TO KA0SCH-ZEILENNUMMER
182200     CALL "CGSTAB" USING
182300          C-TAB-LESEN-ZEILE
182400          C-KONFIG-ID-KA
182500          C-OBJEKT-TAB-KA03SCH
182600          GSOVER-VERSTAENDIGUNGSBEREICH
182700          KA0SCH-EINGABEBEREICH
182800          KA0SCH-AUSGABEBEREICH
182900          DUMMY
183000     END-CALL
183100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
183200     THEN
183300       SET SCAN-GEFUNDEN          TO TRUE
183400     ELSE
183500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
183600       SET SCAN-N-GEFUNDEN        TO TRUE
183700     END-IF
183800     .
183900 4100-LESEN-SCH-ZEILE-1002.
184000 4100-LESEN-SCH-ZEILE-EXIT.
184100     EXIT.
184200/---------------------------------------------------------------*
184300* Eine Schliessung dem Fachbereich ihres Abstimmkreises         *
184400* zuordnen; automatisch sind die Schliessungsarten der          *
184500* Batchlaeufe, alle anderen gelten als manuell                  *
184600*---------------------------------------------------------------*
184700 4200-SCH-ZAEHLEN SECTION.
184800 4200-SCH-ZAEHLEN-1001.
184900     MOVE KA0SCH-AK-NUMMER        TO H-AK-NUMMER
185000     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
185100     MOVE C-KAT-SCHL-MANUELL      TO H-KAT
185200     PERFORM VARYING H-IND FROM 1 BY 1
185300             UNTIL H-IND          > 10
185400       IF KA0SCH-SCHLIESSUNGSART  = C-AUTO-ART (H-IND)
185500       THEN
185600         MOVE C-KAT-SCHL-AUTO     TO H-KAT
185700       END-IF
185800     END-PERFORM
185900     MOVE SPACE                   TO H-KOSTENSTELLE
186000     PERFORM 7300-ZAEHLEN         THRU 7300-ZAEHLEN-EXIT
186100     .
186200 4200-SCH-ZAEHLEN-1002.
186300 4200-SCH-ZAEHLEN-EXIT.
186400     EXIT.
186500/---------------------------------------------------------------*
186600* Genehmigte Ausbuchungen des Monats (KA03AKAB) zaehlen         *
186700*---------------------------------------------------------------*
186800 5000-AUSBUCHUNGEN SECTION.
186900 5000-AUSBUCHUNGEN-1001.
187000     MOVE C-1                     TO H-LFD-ZEILE
187100     PERFORM 5100-LESEN-AKAB-ZEILE
187200                                THRU 5100-LESEN-AKAB-ZEILE-EXIT
187300     PERFORM UNTIL SCAN-N-GEFUNDEN
187400       IF KA0AKAB-GENEHMIGT
187500          AND KA0AKAB-GEN-DATUM   NOT < H-DATUM-VON
187600          AND KA0AKAB-GEN-DATUM   NOT > H-DATUM-BIS
187700       THEN
187800         PERFORM 5200-AKAB-ZAEHLEN
187900                                THRU 5200-AKAB-ZAEHLEN-EXIT
188000       END-IF
188100       ADD C-1                    TO H-LFD-ZEILE
188200       PERFORM 5100-LESEN-AKAB-ZEILE
188300                                THRU 5100-LESEN-AKAB-ZEILE-EXIT
188400     END-PERFORM
188500     .
188600 5000-AUSBUCHUNGEN-1002.
188700 5000-AUSBUCHUNGEN-EXIT.
188800     EXIT.
188900/---------------------------------------------------------------*
189000* Zeile aus KA03AKAB lesen                                      *
189100*---------------------------------------------------------------*
189200 5100-LESEN-AKAB-ZEILE SECTION.
189300 5100-LESEN-AKAB-ZEILE-1001.
189400     MOVE H-LFD-ZEILE             TO KA0AKAB-ZEILENNUMMER
189500     CALL "CGSTAB" USING
189600          C-TAB-LESEN-ZEILE
189700          C-KONFIG-ID-KA
189800          C-OBJEKT-TAB-KA03AKAB
189900          GSOVER-VERSTAENDIGUNGSBEREICH
190000          KA0AKAB-EINGABEBEREICH
190100          KA0AKAB-AUSGABEBEREICH
190200          DUMMY
190300     END-CALL
190400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
190500     THEN
190600       SET SCAN-GEFUNDEN          TO TRUE
190700     ELSE
190800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
190900       SET SCAN-N-GEFUNDEN        TO TRUE
191000     END-IF
191100     .
191200 5100-LESEN-AKAB-ZEILE-1002.
191300 5100-LESEN-AKAB-ZEILE-EXIT.
191400     EXIT.
191500/---------------------------------------------------------------*
191600* Eine Ausbuchung ueber ihre Schliessung dem Abstimmkreis       *
191700* zuordnen; eine eigene Kostenstelle der Ausbuchung geht vor    *
191800*---------------------------------------------------------------*
191900 5200-AKAB-ZAEHLEN SECTION.
192000 5200-AKAB-ZAEHLEN-1001.
192100     MOVE ZERO                    TO H-AK-NUMMER
192200     MOVE KA0AKAB-SCHLIESSUNGSNR  TO H-SCHLIESSUNGSNR
192300     PERFORM 7200-SCH-SUCHEN      THRU 7200-SCH-SUCHEN-EXIT
192400     PERFORM 7100-AK-SUCHEN       THRU 7100-AK-SUCHEN-EXIT
192500     MOVE KA0AKAB-KOSTENSTELLE    TO H-KOSTENSTELLE
192600     MOVE C-KAT-AUSBUCHUNG        TO H-KAT
192700     PERFORM 7300-ZAEHLEN         THRU 7300-ZAEHLEN-EXIT
192800     .
192900 5200-AKAB-ZAEHLEN-1002.
193000 5200-AKAB-ZAEHLEN-EXIT.
193100     EXIT.
193200/---------------------------------------------------------------*
193300* Bewertung und Ausgabe: je Zeile Betrag bilden, Bericht und    *
193400* Verrechnungsbuchungen schreiben                               *
193500*---------------------------------------------------------------*
193600 6000-VERRECHNUNG SECTION.
193700 6000-VERRECHNUNG-1001.
193800     PERFORM 6100-ZEILE-VERRECHNEN
193900                                THRU 6100-ZEILE-VERRECHNEN-EXIT
194000             VARYING H-EINTRAG-IND FROM 1 BY 1
194100             UNTIL H-EINTRAG-IND  > KVR-ANZ-EINTRAEGE
194200     IF H-ANZ-VERWORFEN           > ZERO
194300     THEN
194400       INITIALIZE KVR-DETAIL
194500       MOVE C-MELD-TABELLE-VOLL   TO KVR-D-MELDUNG
194600       MOVE H-ANZ-VERWORFEN       TO KVR-D-ANZAHL (1)
194700       MOVE KVR-DETAIL            TO KVR-DRUCKZEILE
194800       WRITE KVR-DRUCKZEILE
194900     END-IF
195000     .
195100 6000-VERRECHNUNG-1002.
195200 6000-VERRECHNUNG-EXIT.
195300     EXIT.
195400/---------------------------------------------------------------*
195500* Eine Zeile bewerten; Buchung nur mit Kostenstelle, GL-Konten  *
195600* und Betrag                                                    *
195700*---------------------------------------------------------------*
195800 6100-ZEILE-VERRECHNEN SECTION.
195900 6100-ZEILE-VERRECHNEN-1001.
196000     MOVE ZERO                    TO H-BETRAG
196100     INITIALIZE KVR-DETAIL
196200     PERFORM VARYING H-KAT FROM 1 BY 1
196300             UNTIL H-KAT          > C-ANZ-KATEGORIEN
196400       COMPUTE H-BETRAG           = H-BETRAG
196500             + KVR-E-ANZAHL (H-EINTRAG-IND, H-KAT)
196600             * H-PREIS (H-KAT)
196700       MOVE KVR-E-ANZAHL (H-EINTRAG-IND, H-KAT)
196800                                  TO KVR-D-ANZAHL (H-KAT)
196900     END-PERFORM
197000     MOVE H-BETRAG                TO KVR-E-BETRAG (H-EINTRAG-IND)
197100     MOVE KVR-E-FACHBEREICH (H-EINTRAG-IND)
197200                                  TO KVR-D-FACHBEREICH
197300     MOVE KVR-E-INSTITUT (H-EINTRAG-IND)
197400                                  TO KVR-D-INSTITUT
197500     MOVE KVR-E-KOSTENSTELLE (H-EINTRAG-IND)
197600                                  TO KVR-D-KOSTENSTELLE
197700     MOVE H-BETRAG                TO KVR-D-BETRAG
197800     EVALUATE TRUE
197900       WHEN H-BETRAG              = ZERO
198000         MOVE C-MELD-OHNE-BETRAG  TO KVR-D-MELDUNG
198100       WHEN KVR-E-KOSTENSTELLE (H-EINTRAG-IND) = SPACE
198200         MOVE C-MELD-OHNE-KST     TO KVR-D-MELDUNG
198300         ADD H-BETRAG             TO H-SUMME-NICHT-VERR
198400       WHEN BUCHEN-NEIN
198500         MOVE C-MELD-OHNE-KONTO   TO KVR-D-MELDUNG
198600         ADD H-BETRAG             TO H-SUMME-NICHT-VERR
198700       WHEN OTHER
198800         MOVE C-MELD-VERRECHNET   TO KVR-D-MELDUNG
198900         ADD H-BETRAG             TO H-SUMME-VERRECHNET
199000         PERFORM 6200-BUCHUNGEN   THRU 6200-BUCHUNGEN-EXIT
199100     END-EVALUATE
199200     MOVE KVR-DETAIL              TO KVR-DRUCKZEILE
199300     WRITE KVR-DRUCKZEILE
199400     .
199500 6100-ZEILE-VERRECHNEN-1002.
199600 6100-ZEILE-VERRECHNEN-EXIT.
199700     EXIT.
199800/---------------------------------------------------------------*
199900* Verrechnungsbuchungen im AKAGLB-Satzaufbau: Belastung der     *
200000* Kostenstelle des Fachbereichs, Entlastung der Kostenstelle    *
200100* der Abstimmung; Buchungsdatum ist der Monatsletzte            *
200200*---------------------------------------------------------------*
200300 6200-BUCHUNGEN SECTION.
200400 6200-BUCHUNGEN-1001.
200500     INITIALIZE KVR-GLB-DETAIL
200600     MOVE C-SATZART-KOSTEN        TO KVR-G-SATZART
200700     MOVE H-DATUM-BIS             TO KVR-G-SENDE-DATUM
200800     MOVE KVR-P-KONTO-BELASTUNG   TO KVR-G-GL-KONTO
200900     MOVE H-BETRAG                TO KVR-G-BETRAG
201000     MOVE H-HAUSWAEHRUNG          TO KVR-G-WAEHRUNG
201100     MOVE SPACE                   TO KVR-G-PRIMANOTA
201200     MOVE ZERO                    TO KVR-G-SCHLIESSUNGSNR
201300     MOVE C-TEXT-VERRECHNUNG      TO KVR-G-BUCHUNGSTEXT
201400     MOVE KVR-E-KOSTENSTELLE (H-EINTRAG-IND)
201500                                  TO KVR-G-KOSTENSTELLE
201600     MOVE KVR-E-INSTITUT (H-EINTRAG-IND)
201700                                  TO KVR-G-INSTITUT
201800     MOVE KVR-GLB-DETAIL          TO KVR-GLB-SATZ
201900     WRITE KVR-GLB-SATZ
202000     MOVE KVR-P-KONTO-ENTLASTUNG  TO KVR-G-GL-KONTO
202100     COMPUTE KVR-G-BETRAG         = ZERO - H-BETRAG
202200     MOVE KVR-P-KST-ABSTIMMUNG    TO KVR-G-KOSTENSTELLE
202300     MOVE KVR-GLB-DETAIL          TO KVR-GLB-SATZ
202400     WRITE KVR-GLB-SATZ
202500     ADD 2                        TO H-ANZ-GL-SAETZE
202600     .
202700 6200-BUCHUNGEN-1002.
202800 6200-BUCHUNGEN-EXIT.
202900     EXIT.
203000/---------------------------------------------------------------*
203100* Fachbereich und Institut zu H-AK-NUMMER aus der Tabelle der   *
203200* Abstimmkreise (unbekannt: ????)                               *
203300*---------------------------------------------------------------*
203400 7100-AK-SUCHEN SECTION.
203500 7100-AK-SUCHEN-1001.
203600     MOVE C-FB-UNBEKANNT          TO H-FACHBEREICH
203700     MOVE SPACE                   TO H-INSTITUT
203800     PERFORM VARYING H-AK-IND FROM 1 BY 1
203900             UNTIL H-AK-IND       > KVR-ANZ-AK
204000       IF KVR-A-AK-NUMMER (H-AK-IND) = H-AK-NUMMER
204100       THEN
204200         MOVE KVR-A-FACHBEREICH (H-AK-IND)
204300                                  TO H-FACHBEREICH
204400         MOVE KVR-A-INSTITUT (H-AK-IND)
204500                                  TO H-INSTITUT
204600         GO TO 7100-AK-SUCHEN-EXIT
204700       END-IF
204800     END-PERFORM
204900     .
205000 7100-AK-SUCHEN-1002.
205100 7100-AK-SUCHEN-EXIT.
205200     EXIT.
205300/---------------------------------------------------------------*
205400* Abstimmkreis einer Schliessung ueber KA03SCH (mit Merker der  *
205500* zuletzt gesuchten Schliessung)                                *
205600*---------------------------------------------------------------*
205700 7200-SCH-SUCHEN SECTION.
205800 7200-SCH-SUCHEN-1001.
205900     IF H-SCHLIESSUNGSNR          = H-CACHE-SCHLIESSUNGSNR
206000     THEN
206100       MOVE H-CACHE-AK-NUMMER     TO H-AK-NUMMER
206200       GO TO 7200-SCH-SUCHEN-EXIT
206300     END-IF
206400     MOVE ZERO                    TO H-AK-NUMMER
206500     MOVE C-1                     TO H-SCH-ZEILE
206600     PERFORM UNTIL H-SCH-ZEILE    = ZERO
206700       MOVE H-SCH-ZEILE           TO KA0SCH-ZEILENNUMMER
206800       CALL "CGSTAB" USING
206900            C-TAB-LESEN-ZEILE
207000            C-KONFIG-ID-KA
207100            C-OBJEKT-TAB-KA03SCH
207200            GSOVER-VERSTAENDIGUNGSBEREICH
207300            KA0SCH-EINGABEBEREICH
207400            KA0SCH-AUSGABEBEREICH
207500            DUMMY
207600       END-CALL
207700       EVALUATE TRUE
207800         WHEN GSOVER-GEWICHT      NOT = C-GEW-NICHT-GESETZT
207900           MOVE C-GEW-NICHT-GESETZT
208000                                  TO GSOVER-GEWICHT
208100           MOVE ZERO              TO H-SCH-ZEILE
208200         WHEN KA0SCH-SCHLIESSUNGSNR = H-SCHLIESSUNGSNR
208300           MOVE KA0SCH-AK-NUMMER  TO H-AK-NUMMER
208400           MOVE ZERO              TO H-SCH-ZEILE
208500         WHEN OTHER
208600           ADD C-1                TO H-SCH-ZEILE
208700       END-EVALUATE
208800     END-PERFORM
208900     MOVE H-SCHLIESSUNGSNR        TO H-CACHE-SCHLIESSUNGSNR
209000     MOVE H-AK-NUMMER             TO H-CACHE-AK-NUMMER
209100     .
209200 7200-SCH-SUCHEN-1002.
209300 7200-SCH-SUCHEN-EXIT.
209400     EXIT.
209500/---------------------------------------------------------------*
209600* Leistung H-KAT fuer H-FACHBEREICH/H-INSTITUT zaehlen; ohne    *
209700* vorgegebene Kostenstelle gilt die aus KVRKST                  *
209800*---------------------------------------------------------------*
209900 7300-ZAEHLEN SECTION.
210000 7300-ZAEHLEN-1001.
210100     IF H-KOSTENSTELLE            = SPACE
210200     THEN
210300       PERFORM VARYING H-IND FROM 1 BY 1
210400               UNTIL H-IND        > KVR-ANZ-KST
210500         IF KVR-T-FACHBEREICH (H-IND) = H-FACHBEREICH
210600         THEN
210700           MOVE KVR-T-KOSTENSTELLE (H-IND)
210800                                  TO H-KOSTENSTELLE
210900         END-IF
211000       END-PERFORM
211100     END-IF
211200     PERFORM VARYING H-EINTRAG-IND FROM 1 BY 1
211300             UNTIL H-EINTRAG-IND  > KVR-ANZ-EINTRAEGE
211400       IF KVR-E-FACHBEREICH (H-EINTRAG-IND) = H-FACHBEREICH
211500          AND KVR-E-INSTITUT (H-EINTRAG-IND) = H-INSTITUT
211600          AND KVR-E-KOSTENSTELLE (H-EINTRAG-IND)
211700                                  = H-KOSTENSTELLE
211800       THEN
211900         ADD C-1 TO KVR-E-ANZAHL (H-EINTRAG-IND, H-KAT)
212000         GO TO 7300-ZAEHLEN-EXIT
212100       END-IF
212200     END-PERFORM
212300     IF KVR-ANZ-EINTRAEGE         NOT < C-MAX-EINTRAEGE
212400     THEN
212500       ADD C-1                    TO H-ANZ-VERWORFEN
212600       GO TO 7300-ZAEHLEN-EXIT
212700     END-IF
212800     ADD C-1                      TO KVR-ANZ-EINTRAEGE
212900     MOVE KVR-ANZ-EINTRAEGE       TO H-EINTRAG-IND
213000     INITIALIZE KVR-EINTRAG (H-EINTRAG-IND)
213100     MOVE H-FACHBEREICH
213200                       TO KVR-E-FACHBEREICH (H-EINTRAG-IND)
213300     MOVE H-INSTITUT   TO KVR-E-INSTITUT (H-EINTRAG-IND)
213400     MOVE H-KOSTENSTELLE
213500                       TO KVR-E-KOSTENSTELLE (H-EINTRAG-IND)
213600     MOVE 1            TO KVR-E-ANZAHL (H-EINTRAG-IND, H-KAT)
213700     .
213800 7300-ZAEHLEN-1002.
213900 7300-ZAEHLEN-EXIT.
214000     EXIT.
214100/---------------------------------------------------------------*
214200* Programmende: Summenzeile und Dateien schliessen              *
214300*---------------------------------------------------------------*
214400 9999-EXIT SECTION.
214500 9999-EXIT-1001.
214600     INITIALIZE KVR-ENDE
214700     MOVE H-MONAT                 TO KVR-X-MONAT
214800     MOVE KVR-ANZ-EINTRAEGE       TO KVR-X-ZEILEN
214900     MOVE H-SUMME-VERRECHNET      TO KVR-X-VERRECHNET
215000     MOVE H-SUMME-NICHT-VERR      TO KVR-X-NICHT-VERR
215100     MOVE H-ANZ-GL-SAETZE         TO KVR-X-GL-SAETZE
215200     MOVE KVR-ENDE                TO KVR-DRUCKZEILE
215300     WRITE KVR-DRUCKZEILE
215400     CLOSE KVRPARM
215500     CLOSE KVRKST
215600     CLOSE KVRGLB
215700     CLOSE KVRAUS
215800     .
215900 9999-EXIT-1002.
216000 9999-EXIT-EXIT.
216100     EXIT.
