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
000160*@Titel         : Abgleich der CSDR-Abwicklungsstrafen je CSD
000160*@Elementname   : akapen.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : CSDR-Strafenabgleich                       *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Monatlicher Abgleich der CSDR-Abwicklungsstrafen (cash    *
001900* penalties). PENPARM liefert den Berichtsmonat (Satzart    *
002000* M, ohne Angabe der Vormonat) und je CSD und Waehrung das  *
002100* Geldkonto, auf dem der CSD den Nettobetrag belastet bzw.  *
002200* gutschreibt (Satzart G: CSD, Waehrung, Herkunft, Konto).  *
002300* PENIN enthaelt die Einzelstrafen des Strafenberichts      *
002400* (CSD, Monat, Referenz, Depot, ISIN, Gegenpartei, Soll-    *
002500* Abwicklungstag, Fehltage, Betrag, Waehrung, Richtung      *
002600* C = steht uns zu / D = wird uns belastet, Auftrags-       *
002700* referenz).                                                *
002800* Jede Strafe wird im Register KA00AKPN abgelegt und        *
002900* - gegen den Abwicklungsfehler im WP-Abstimmkreis des      *
003000*   Depots abgeglichen (AKA5OF, Suche ueber die ISIN; ein   *
003100*   Posten belegt den Fehler, wenn die Auftragsreferenz     *
003200*   gleich der Instruction-Id ist oder er ab dem Soll-      *
003300*   Abwicklungstag unabgewickelt bzw. spaeter valutiert),   *
003400* - ueber den Nettobetrag je CSD und Waehrung gegen den     *
003500*   Posten des Geldkontos abgeglichen (gleicher Betrag,     *
003600*   Valuta ab Beginn des Berichtsmonats).                   *
003700* Belastete Strafen ohne nachgewiesenen Fehler werden als   *
003800* bestritten markiert; ein gesetztes Bestritten-Kz bleibt   *
003900* bei erneuter Lieferung erhalten.                          *
004000* PENAUS weist je CSD die Strafen ohne Fehlernachweis, die  *
004100* bestrittenen und die nicht erhaltenen Strafen sowie die   *
004200* Summen und den Buchungsstand des Nettobetrags aus.        *
004300* Abstimmkreise mit Hochvolumen-Ablage (BKAAPHV) werden     *
004400* nicht durchsucht.                                         *
004500*@E-ELEMENTBESCHREIBUNG                                     *
004600*                                                           *
004700*@A-COBOL-COPY                                              *
004800* Benoetigte COBOL-Copies:                                  *
004900* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005000* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005100* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005200* CKAI0APN   : EINGABEBEREICH KA00AKPN                      *
005300* CKAO0APN   : AUSGABEBEREICH KA00AKPN                      *
005400* CKAI1AKK   : EINGABEBEREICH KA01AKKTO                     *
005500* CKAO0AKK   : AUSGABEBEREICH KA01AKKTO                     *
005600* CKAI0AKR   : EINGABEBEREICH KA01AKRS                      *
005700* CKAO0AKR   : AUSGABEBEREICH KA01AKRS                      *
005800* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005900* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
006000* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
006100* DKAXIND    : INDICES AKA5OF                               *
006200* CKAXIND    : INDICES AKA5OF                               *
006300*@E-COBOL-COPY                                              *
006400*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58778                                                *     D01
090052*     Neuanlage - Register und Monatsabgleich der CSDR-     *     D01
090053*     Abwicklungsstrafen.                                   *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAPEN.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT PENPARM               ASSIGN TO "PENPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT PENIN                 ASSIGN TO "PENIN"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT PENAUS                ASSIGN TO "PENAUS"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  PENPARM
101900     RECORDING MODE IS F.
102000 01  PEN-PARM-SATZ.
102100     05 PEN-P-SATZART             PIC X(001).
102200        88 PEN-P-MONAT            VALUE "M".
102300        88 PEN-P-GELDKONTO        VALUE "G".
102400     05 FILLER                    PIC X(001).
102500     05 PEN-P-DATEN               PIC X(078).
102600 01  PEN-PARM-MONAT.
102700     05 FILLER                    PIC X(002).
102800     05 PEN-P-BERICHTSMONAT       PIC 9(006).
102900     05 FILLER                    PIC X(072).
103000 01  PEN-PARM-KONTO.
103100     05 FILLER                    PIC X(002).
103200     05 PEN-P-CSD                 PIC X(011).
103300     05 FILLER                    PIC X(001).
103400     05 PEN-P-WAEHRUNG            PIC X(003).
103500     05 FILLER                    PIC X(001).
103600     05 PEN-P-HERKUNFT            PIC X(011).
103700     05 FILLER                    PIC X(001).
103800     05 PEN-P-KONTO-ID            PIC X(035).
103900     05 FILLER                    PIC X(015).
104000 FD  PENIN
104100     RECORDING MODE IS F.
104200 01  PEN-EIN-SATZ.
104300     05 PEN-E-CSD                 PIC X(011).
104400     05 PEN-E-BERICHTSMONAT       PIC 9(006).
104500     05 PEN-E-REFERENZ            PIC X(035).
104600     05 PEN-E-DEPOT-ID            PIC X(035).
104700     05 PEN-E-ISIN                PIC X(012).
104800     05 PEN-E-GEGENPARTEI         PIC X(035).
104900     05 PEN-E-SOLL-DATUM          PIC 9(008).
105000     05 PEN-E-FEHLTAGE            PIC 9(003).
105100     05 PEN-E-BETRAG              PIC 9(013)V9(002).
105200     05 PEN-E-WAEHRUNG            PIC X(003).
105300     05 PEN-E-RICHTUNG            PIC X(001).
105400        88 PEN-E-ERHALTEN         VALUE "C".
105500        88 PEN-E-ZAHLEN           VALUE "D".
105600     05 PEN-E-AUFTRAGSREF         PIC X(035).
105700 FD  PENAUS
105800     RECORDING MODE IS F.
105900 01  PEN-DRUCKZEILE               PIC X(132).
106000*---------------------------------------------------------------*
106100* WORKING-STORAGE-Section                                       *
106200*---------------------------------------------------------------*
106300 WORKING-STORAGE SECTION.
106400 01  VERS-INF.
106500     05  FILLER PIC X(13) VALUE "ELEM=akapen  ".
106600     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106700/---------------------------------------------------------------*
106800* Konstanten                                                    *
106900*---------------------------------------------------------------*
107000 01  GS-KONSTANTEN.
107100     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
107200     20 C-AKAPEN                  PIC X(008) VALUE "AKAPEN".
107300     20 C-AKAEIN                  PIC X(011) VALUE "AKAEIN".
107400     20 C-OBJEKT-TAB-KA00AKPN     PIC X(009) VALUE "KA00AKPN".
107500     20 C-OBJEKT-TAB-KA01AKKTO    PIC X(009) VALUE "KA01AKKTO".
107600     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
107700     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107800     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
107900                                  VALUE "SCHREIBEN-EQUAL".
108000     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
108100                                  VALUE "01-STD-APO-LIST-SUCHE".
108200     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
108300     20 C-ABW-OFFEN               PIC 9(001) VALUE 0.
108400     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
108500     20 C-ANZ-STATI               PIC 9(003) VALUE 5.
108600     20 C-J                       PIC X(001) VALUE "J".
108700     20 C-N                       PIC X(001) VALUE "N".
108800     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108900     20 C-MAX-STRAFEN             PIC 9(004) COMP-5 VALUE 3000.
109000     20 C-MAX-GRUPPEN             PIC 9(004) COMP-5 VALUE 100.
109100/---------------------------------------------------------------*
109200* Durchsuchte Postenstati (zurueckgestellt, offen, Klaerung,    *
109300* freizugeben, geschlossen)                                     *
109400*---------------------------------------------------------------*
109500 01  C-STATUS-LISTE.
109600     05 FILLER                    PIC X(005) VALUE "12358".
109700 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
109800     05 C-STATUS-WERT             PIC 9(001) OCCURS 5.
109900/---------------------------------------------------------------*
110000* Tabellenzugriffe und Postensuche                              *
110100*---------------------------------------------------------------*
110200  COPY DCTGRCGE.
110300  COPY CGSOVER.
110400  COPY CGSTTAB.
110500  COPY CKAI0APN.
110600  COPY CKAO0APN.
110700  COPY CKAI1AKK.
110800  COPY CKAO0AKK.
110900  COPY CKAI0AKR.
111000  COPY CKAO0AKR.
111100  COPY CKAI5OF3.
111200  COPY CKAO5OF2.
111300  COPY CKAT5OF1.
111400  COPY DKAXIND.
111500  COPY CKAXIND.
111600/---------------------------------------------------------------*
111700* Strafen des Berichtsmonats im Speicher                        *
111800*---------------------------------------------------------------*
111900 01  PEN-STRAFEN.
112000     05 PEN-ANZ-STRAFEN           PIC 9(004) COMP-3 VALUE ZERO.
112100     05 PEN-STRAFE                OCCURS 3000.
112200        10 PEN-S-CSD              PIC X(011).
112300        10 PEN-S-REFERENZ         PIC X(035).
112400        10 PEN-S-DEPOT-ID         PIC X(035).
112500        10 PEN-S-ISIN             PIC X(012).
112600        10 PEN-S-GEGENPARTEI      PIC X(035).
112700        10 PEN-S-SOLL-DATUM       PIC 9(008).
112800        10 PEN-S-FEHLTAGE         PIC 9(003).
112900        10 PEN-S-BETRAG           PIC 9(013)V9(002).
113000        10 PEN-S-WAEHRUNG         PIC X(003).
113100        10 PEN-S-RICHTUNG         PIC X(001).
113200           88 PEN-S-ERHALTEN      VALUE "C".
113300           88 PEN-S-ZAHLEN        VALUE "D".
113400        10 PEN-S-AUFTRAGSREF      PIC X(035).
113500        10 PEN-S-FAIL-KZ          PIC X(001).
113600           88 PEN-S-FAIL-JA       VALUE "J".
113700           88 PEN-S-FAIL-NEIN     VALUE "N".
113800        10 PEN-S-FAIL-AK-NUMMER   PIC 9(005).
113900        10 PEN-S-FAIL-LFD-NR-APO  PIC 9(007).
114000        10 PEN-S-STREIT-KZ        PIC X(001).
114100           88 PEN-S-STREIT-JA     VALUE "J".
114200        10 PEN-S-GRUPPE           PIC 9(004) COMP-3.
114300/---------------------------------------------------------------*
114400* CSD/Waehrung mit Geldkonto und Nettobetrag                    *
114500*---------------------------------------------------------------*
114600 01  PEN-GRUPPEN.
114700     05 PEN-ANZ-GRUPPEN           PIC 9(004) COMP-3 VALUE ZERO.
114800     05 PEN-GRUPPE                OCCURS 100.
114900        10 PEN-G-CSD              PIC X(011).
115000        10 PEN-G-WAEHRUNG         PIC X(003).
115100        10 PEN-G-HERKUNFT         PIC X(011).
115200        10 PEN-G-KONTO-ID         PIC X(035).
115300        10 PEN-G-ANZ              PIC 9(007) COMP-3.
115400        10 PEN-G-SUMME-C          PIC S9(015)V9(002) COMP-3.
115500        10 PEN-G-SUMME-D          PIC S9(015)V9(002) COMP-3.
115600        10 PEN-G-NETTO            PIC S9(015)V9(002) COMP-3.
115700        10 PEN-G-BAR-KZ           PIC X(001).
115800           88 PEN-G-BAR-GEBUCHT   VALUE "J".
115900           88 PEN-G-BAR-OFFEN     VALUE "N".
116000           88 PEN-G-BAR-OHNE-KTO  VALUE "K".
116100/---------------------------------------------------------------*
116200* Berichtszeilen PENAUS                                         *
116300*---------------------------------------------------------------*
116400 01  PEN-KOPF.
116500     05 FILLER                    PIC X(034) VALUE
116600        "CSDR-ABWICKLUNGSSTRAFEN - MONAT ".
116700     05 PEN-K-MONAT               PIC 9(006).
116800     05 FILLER                    PIC X(092) VALUE SPACE.
116900 01  PEN-CSD-KOPF.
117000     05 FILLER                    PIC X(005) VALUE "CSD: ".
117100     05 PEN-C-CSD                 PIC X(011).
117200     05 FILLER                    PIC X(001) VALUE SPACE.
117300     05 PEN-C-WAEHRUNG            PIC X(003).
117400     05 FILLER                    PIC X(012) VALUE " GELDKONTO: ".
117500     05 PEN-C-KONTO-ID            PIC X(035).
117600     05 FILLER                    PIC X(065) VALUE SPACE.
117700 01  PEN-DETAIL.
117800     05 PEN-D-ART                 PIC X(015).
117900     05 FILLER                    PIC X(001) VALUE SPACE.
118000     05 PEN-D-REFERENZ            PIC X(035).
118100     05 FILLER                    PIC X(001) VALUE SPACE.
118200     05 PEN-D-ISIN                PIC X(012).
118300     05 FILLER                    PIC X(001) VALUE SPACE.
118400     05 PEN-D-GEGENPARTEI         PIC X(020).
118500     05 FILLER                    PIC X(001) VALUE SPACE.
118600     05 PEN-D-SOLL-DATUM          PIC 9(008).
118700     05 FILLER                    PIC X(001) VALUE SPACE.
118800     05 PEN-D-FEHLTAGE            PIC ZZ9.
118900     05 FILLER                    PIC X(001) VALUE SPACE.
119000     05 PEN-D-RICHTUNG            PIC X(001).
119100     05 FILLER                    PIC X(001) VALUE SPACE.
119200     05 PEN-D-BETRAG              PIC Z(012)9,99.
119300     05 FILLER                    PIC X(015) VALUE SPACE.
119400 01  PEN-SUMME.
119500     05 FILLER                    PIC X(008) VALUE "SUMME:  ".
119600     05 PEN-Z-ANZ                 PIC Z(006)9.
119700     05 FILLER                    PIC X(007) VALUE " ERH.: ".
119800     05 PEN-Z-SUMME-C             PIC Z(012)9,99.
119900     05 FILLER                    PIC X(007) VALUE " BEL.: ".
120000     05 PEN-Z-SUMME-D             PIC Z(012)9,99.
120100     05 FILLER                    PIC X(008) VALUE " NETTO: ".
120200     05 PEN-Z-NETTO               PIC -(012)9,99.
120300     05 FILLER                    PIC X(001) VALUE SPACE.
120400     05 PEN-Z-BAR-TEXT            PIC X(020).
120500     05 FILLER                    PIC X(013) VALUE SPACE.
120600 01  PEN-ENDE.
120700     05 FILLER                    PIC X(018) VALUE
120800        "STRAFEN GELESEN:  ".
120900     05 PEN-X-GELESEN             PIC Z(006)9.
121000     05 FILLER                    PIC X(016) VALUE
121100        "  OHNE FEHLER:  ".
121200     05 PEN-X-OHNE-FAIL           PIC Z(006)9.
121300     05 FILLER                    PIC X(016) VALUE
121400        "  BESTRITTEN:   ".
121500     05 PEN-X-BESTRITTEN          PIC Z(006)9.
121600     05 FILLER                    PIC X(020) VALUE
121700        "  NICHT ERHALTEN:   ".
121800     05 PEN-X-NICHT-ERHALTEN      PIC Z(006)9.
121900     05 FILLER                    PIC X(034) VALUE SPACE.
122000/---------------------------------------------------------------*
122100* Hilfsvariable                                                 *
122200*---------------------------------------------------------------*
122300 01  H-EIN-STATUS                 PIC X(001).
122400     88 EIN-EOF                   VALUE "J".
122500     88 EIN-N-EOF                 VALUE "N".
122600 01  H-ABLAGE                     PIC X(001).
122700     88 ABLAGE-BKAAPO             VALUE "A".
122800     88 ABLAGE-BKAAPHV            VALUE "H".
122900 01  H-SEITEN-KZ                  PIC X(001).
123000     88 SEITEN-WEITER             VALUE "J".
123100     88 SEITEN-FERTIG             VALUE "N".
123200 01  H-TREFFER-KZ                 PIC X(001).
123300     88 TREFFER-GEFUNDEN          VALUE "J".
123400     88 TREFFER-N-GEFUNDEN        VALUE "N".
123500 01  H-AUFSETZ-KZ                 PIC X(001).
123600 01  H-BERICHTSMONAT              PIC 9(006).
123700 01  H-BERICHTSMONAT-R            REDEFINES H-BERICHTSMONAT.
123800     05 H-BM-JJJJ                 PIC 9(004).
123900     05 H-BM-MM                   PIC 9(002).
124000 01  H-TAGESDATUM                 PIC 9(008).
124100 01  H-TAGESDATUM-R               REDEFINES H-TAGESDATUM.
124200     05 H-TD-JJJJ                 PIC 9(004).
124300     05 H-TD-MM                   PIC 9(002).
124400     05 H-TD-TT                   PIC 9(002).
124500 01  H-MONATSBEGINN               PIC 9(008).
124600 01  H-S-IND                      PIC 9(004) COMP-3.
124700 01  H-G-IND                      PIC 9(004) COMP-3.
124800 01  H-SUCH-IND                   PIC 9(004) COMP-3.
124900 01  H-ST-IND                     PIC 9(003) COMP-3.
125000 01  H-INDEX                      PIC 9(003) COMP-3.
125100 01  H-AK-NUMMER                  PIC 9(005).
125200 01  H-STATUS-LAUF                PIC 9(001).
125300 01  H-SUCH-CSD                   PIC X(011).
125400 01  H-SUCH-HERKUNFT              PIC X(011).
125500 01  H-SUCH-KONTO-ID              PIC X(035).
125600 01  H-SUCH-WAEHRUNG              PIC X(003).
125700 01  H-SUCH-ART                   PIC X(001).
125800     88 SUCHE-FAIL                VALUE "F".
125900     88 SUCHE-BAR                 VALUE "B".
126000 01  H-ANZ-GELESEN                PIC 9(007) COMP-3 VALUE ZERO.
126100 01  H-ANZ-FREMDMONAT             PIC 9(007) COMP-3 VALUE ZERO.
126200 01  H-ANZ-UEBERLAUF              PIC 9(007) COMP-3 VALUE ZERO.
126300 01  H-ANZ-OHNE-FAIL              PIC 9(007) COMP-3 VALUE ZERO.
126400 01  H-ANZ-BESTRITTEN             PIC 9(007) COMP-3 VALUE ZERO.
126500 01  H-ANZ-NICHT-ERHALTEN         PIC 9(007) COMP-3 VALUE ZERO.
126600/****************************************************************
126700 PROCEDURE DIVISION.
126800*****************************************************************
126900 0000-MAINLINE SECTION.
127000 0000-MAINLINE-1001.
127100     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
127200     PERFORM 2000-PARAMETER-LESEN THRU 2000-PARAMETER-LESEN-EXIT
127300     PERFORM 3000-STRAFEN-LESEN   THRU 3000-STRAFEN-LESEN-EXIT
127400     PERFORM 4000-FEHLER-ABGLEICHEN
127500                              THRU 4000-FEHLER-ABGLEICHEN-EXIT
127600     PERFORM 5000-BAR-ABGLEICHEN  THRU 5000-BAR-ABGLEICHEN-EXIT
127700     PERFORM 6000-REGISTER-SCHREIBEN
127800                              THRU 6000-REGISTER-SCHREIBEN-EXIT
127900     PERFORM 7000-BERICHT         THRU 7000-BERICHT-EXIT
128000     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
128100     STOP RUN
128200     .
128300 0000-MAINLINE-1002.
128400     EXIT.
128500/---------------------------------------------------------------*
128600* Initialisierung: Berichtsmonat mit dem Vormonat vorbelegen    *
128700*---------------------------------------------------------------*
128800 1000-INITIALISIERUNG SECTION.
128900 1000-INITIALISIERUNG-1001.
129000     OPEN INPUT  PENPARM
129100     OPEN INPUT  PENIN
129200     OPEN OUTPUT PENAUS
129300     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
129400     ACCEPT H-TAGESDATUM          FROM DATE YYYYMMDD
129500     IF H-TD-MM                   = 1
129600     THEN
129700       COMPUTE H-BM-JJJJ          = H-TD-JJJJ - 1
129800       MOVE 12                    TO H-BM-MM
129900     ELSE
130000       MOVE H-TD-JJJJ             TO H-BM-JJJJ
130100       COMPUTE H-BM-MM            = H-TD-MM - 1
130200     END-IF
130300     .
130400 1000-INITIALISIERUNG-1002.
130500 1000-INITIALISIERUNG-EXIT.
130600     EXIT.
130700/---------------------------------------------------------------*
130800* PENPARM: Berichtsmonat und Geldkonten je CSD/Waehrung         *
130900*---------------------------------------------------------------*
131000 2000-PARAMETER-LESEN SECTION.
131100 2000-PARAMETER-LESEN-1001.
131200     SET EIN-N-EOF                TO TRUE
131300     PERFORM UNTIL EIN-EOF
131400       READ PENPARM
131500         AT END
131600           SET EIN-EOF            TO TRUE
131700         NOT AT END
131800           EVALUATE TRUE
131900           WHEN PEN-P-MONAT
132000            AND PEN-P-BERICHTSMONAT NUMERIC
132100            AND PEN-P-BERICHTSMONAT > ZERO
132200             MOVE PEN-P-BERICHTSMONAT
132300                                  TO H-BERICHTSMONAT
132400           WHEN PEN-P-GELDKONTO
132500             MOVE PEN-P-CSD       TO H-SUCH-CSD
132600             MOVE PEN-P-WAEHRUNG  TO H-SUCH-WAEHRUNG
132700             PERFORM 2100-GRUPPE-SUCHEN
132800                                  THRU 2100-GRUPPE-SUCHEN-EXIT
132900             IF H-G-IND           NOT = ZERO
133000             THEN
133100               MOVE PEN-P-HERKUNFT
133200                                  TO PEN-G-HERKUNFT (H-G-IND)
133300               MOVE PEN-P-KONTO-ID
133400                                  TO PEN-G-KONTO-ID (H-G-IND)
133500             END-IF
133600           WHEN OTHER
133700             CONTINUE
133800           END-EVALUATE
133900       END-READ
134000     END-PERFORM
134100     COMPUTE H-MONATSBEGINN       = H-BERICHTSMONAT * 100 + 1
134200     .
134300 2000-PARAMETER-LESEN-1002.
134400 2000-PARAMETER-LESEN-EXIT.
134500     EXIT.
134600/---------------------------------------------------------------*
134700* Gruppe H-SUCH-CSD/-WAEHRUNG suchen, ggf. anlegen;            *
134800* H-G-IND = 0 bei Tabellenueberlauf                             *
134900*---------------------------------------------------------------*
135000 2100-GRUPPE-SUCHEN SECTION.
135100 2100-GRUPPE-SUCHEN-1001.
135200     MOVE ZERO                    TO H-G-IND
135300     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
135400             UNTIL H-SUCH-IND     > PEN-ANZ-GRUPPEN
135500                OR H-G-IND        NOT = ZERO
135600       IF PEN-G-CSD (H-SUCH-IND)  = H-SUCH-CSD
135700          AND PEN-G-WAEHRUNG (H-SUCH-IND) = H-SUCH-WAEHRUNG
135800       THEN
135900         MOVE H-SUCH-IND          TO H-G-IND
136000       END-IF
136100     END-PERFORM
136200     IF H-G-IND                   NOT = ZERO
136300     THEN
136400       GO TO 2100-GRUPPE-SUCHEN-EXIT
136500     END-IF
136600     IF PEN-ANZ-GRUPPEN           >= C-MAX-GRUPPEN
136700     THEN
136800       ADD C-1                    TO H-ANZ-UEBERLAUF
136900       GO TO 2100-GRUPPE-SUCHEN-EXIT
137000     END-IF
137100     ADD C-1                      TO PEN-ANZ-GRUPPEN
137200     MOVE PEN-ANZ-GRUPPEN         TO H-G-IND
137300     MOVE H-SUCH-CSD              TO PEN-G-CSD (H-G-IND)
137400     MOVE H-SUCH-WAEHRUNG         TO PEN-G-WAEHRUNG (H-G-IND)
137500     MOVE SPACE                   TO PEN-G-HERKUNFT (H-G-IND)
137600                                     PEN-G-KONTO-ID (H-G-IND)
137700     MOVE ZERO                    TO PEN-G-ANZ (H-G-IND)
137800                                     PEN-G-SUMME-C (H-G-IND)
137900                                     PEN-G-SUMME-D (H-G-IND)
138000                                     PEN-G-NETTO (H-G-IND)
138100     SET PEN-G-BAR-OHNE-KTO (H-G-IND)
138200                                  TO TRUE
138300     .
138400 2100-GRUPPE-SUCHEN-1002.
138500 2100-GRUPPE-SUCHEN-EXIT.
138600     EXIT.
138700/---------------------------------------------------------------*
138800* PENIN: Strafen des Berichtsmonats einlesen, Bestritten-Kz     *
138900* aus dem Register uebernehmen und je CSD/Waehrung summieren    *
139000*---------------------------------------------------------------*
139100 3000-STRAFEN-LESEN SECTION.
139200 3000-STRAFEN-LESEN-1001.
139300     SET EIN-N-EOF                TO TRUE
139400     PERFORM UNTIL EIN-EOF
139500       READ PENIN
139600         AT END
139700           SET EIN-EOF            TO TRUE
139800         NOT AT END
139900           ADD C-1                TO H-ANZ-GELESEN
140000           PERFORM 3100-STRAFE-AUFNEHMEN
140100                                  THRU 3100-STRAFE-AUFNEHMEN-EXIT
140200       END-READ
140300     END-PERFORM
140400     .
140500 3000-STRAFEN-LESEN-1002.
140600 3000-STRAFEN-LESEN-EXIT.
140700     EXIT.
140800/---------------------------------------------------------------*
140900* Eine Strafe in die Speichertabelle uebernehmen                *
141000*---------------------------------------------------------------*
141100 3100-STRAFE-AUFNEHMEN SECTION.
141200 3100-STRAFE-AUFNEHMEN-1001.
141300     IF PEN-E-BERICHTSMONAT       NOT = H-BERICHTSMONAT
141400     THEN
141500       ADD C-1                    TO H-ANZ-FREMDMONAT
141600       GO TO 3100-STRAFE-AUFNEHMEN-EXIT
141700     END-IF
141800     MOVE PEN-E-CSD               TO H-SUCH-CSD
141900     MOVE PEN-E-WAEHRUNG          TO H-SUCH-WAEHRUNG
142000     PERFORM 2100-GRUPPE-SUCHEN   THRU 2100-GRUPPE-SUCHEN-EXIT
142100     IF H-G-IND                   = ZERO
142200     THEN
142300       GO TO 3100-STRAFE-AUFNEHMEN-EXIT
142400     END-IF
142500     IF PEN-ANZ-STRAFEN           >= C-MAX-STRAFEN
142600     THEN
142700       ADD C-1                    TO H-ANZ-UEBERLAUF
142800       GO TO 3100-STRAFE-AUFNEHMEN-EXIT
142900     END-IF
143000     ADD C-1                      TO PEN-ANZ-STRAFEN
143100     MOVE PEN-ANZ-STRAFEN         TO H-S-IND
143200     MOVE PEN-E-CSD               TO PEN-S-CSD (H-S-IND)
143300     MOVE PEN-E-REFERENZ          TO PEN-S-REFERENZ (H-S-IND)
143400     MOVE PEN-E-DEPOT-ID          TO PEN-S-DEPOT-ID (H-S-IND)
143500     MOVE PEN-E-ISIN              TO PEN-S-ISIN (H-S-IND)
143600     MOVE PEN-E-GEGENPARTEI       TO PEN-S-GEGENPARTEI (H-S-IND)
143700     MOVE PEN-E-SOLL-DATUM        TO PEN-S-SOLL-DATUM (H-S-IND)
143800     MOVE PEN-E-FEHLTAGE          TO PEN-S-FEHLTAGE (H-S-IND)
143900     MOVE PEN-E-BETRAG            TO PEN-S-BETRAG (H-S-IND)
144000     MOVE PEN-E-WAEHRUNG          TO PEN-S-WAEHRUNG (H-S-IND)
144100     MOVE PEN-E-RICHTUNG          TO PEN-S-RICHTUNG (H-S-IND)
144200     MOVE PEN-E-AUFTRAGSREF       TO PEN-S-AUFTRAGSREF (H-S-IND)
144300     MOVE H-G-IND                 TO PEN-S-GRUPPE (H-S-IND)
144400     SET PEN-S-FAIL-NEIN (H-S-IND) TO TRUE
144500     MOVE ZERO                    TO
144600                                  PEN-S-FAIL-AK-NUMMER (H-S-IND)
144700                                  PEN-S-FAIL-LFD-NR-APO (H-S-IND)
144800     MOVE C-N                     TO PEN-S-STREIT-KZ (H-S-IND)
144900     ADD C-1                      TO PEN-G-ANZ (H-G-IND)
145000     IF PEN-S-ERHALTEN (H-S-IND)
145100     THEN
145200       ADD PEN-E-BETRAG           TO PEN-G-SUMME-C (H-G-IND)
145300                                     PEN-G-NETTO (H-G-IND)
145400     ELSE
145500       ADD PEN-E-BETRAG           TO PEN-G-SUMME-D (H-G-IND)
145600       SUBTRACT PEN-E-BETRAG      FROM PEN-G-NETTO (H-G-IND)
145700     END-IF
145800*    Bestritten-Kz einer frueheren Lieferung bleibt erhalten
145900     MOVE PEN-E-CSD               TO KAI0APN-CSD
146000     MOVE H-BERICHTSMONAT         TO KAI0APN-BERICHTSMONAT
146100     MOVE PEN-E-REFERENZ          TO KAI0APN-REFERENZ
146200     CALL "CGSTAB"
146300     USING C-TAB-LESEN-EQUAL
146400           C-KONFIG-ID-KA
146500           C-OBJEKT-TAB-KA00AKPN
146600           GSOVER-VERSTAENDIGUNGSBEREICH
146700           KAI0APN-EINGABEBEREICH
146800           KAO0APN-AUSGABEBEREICH
146900           GSTTAB-EIN-AUSGABEBEREICH
147000     END-CALL
147100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
147200     THEN
147300       IF KAO0APN-STREIT-JA
147400       THEN
147500         MOVE C-J                 TO PEN-S-STREIT-KZ (H-S-IND)
147600       END-IF
147700     ELSE
147800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
147900     END-IF
148000     .
148100 3100-STRAFE-AUFNEHMEN-1002.
148200 3100-STRAFE-AUFNEHMEN-EXIT.
148300     EXIT.
148400/---------------------------------------------------------------*
148500* Je Strafe den Abwicklungsfehler im WP-Abstimmkreis des        *
148600* Depots suchen; belastete Strafen ohne Nachweis bestreiten     *
148700*---------------------------------------------------------------*
148800 4000-FEHLER-ABGLEICHEN SECTION.
148900 4000-FEHLER-ABGLEICHEN-1001.
149000     SET SUCHE-FAIL               TO TRUE
149100     PERFORM VARYING H-S-IND FROM 1 BY 1
149200             UNTIL H-S-IND        > PEN-ANZ-STRAFEN
149300       MOVE C-AKAEIN              TO H-SUCH-HERKUNFT
149400       MOVE PEN-S-DEPOT-ID (H-S-IND)
149500                                  TO H-SUCH-KONTO-ID
149600       MOVE SPACE                 TO H-SUCH-WAEHRUNG
149700       PERFORM 4100-AK-ERMITTELN  THRU 4100-AK-ERMITTELN-EXIT
149800       SET TREFFER-N-GEFUNDEN     TO TRUE
149900       IF H-AK-NUMMER             NOT = ZERO
150000          AND ABLAGE-BKAAPO
150100       THEN
150200         PERFORM 4200-POSTEN-SUCHEN
150300                                  THRU 4200-POSTEN-SUCHEN-EXIT
150400       END-IF
150500       IF TREFFER-N-GEFUNDEN
150600          AND PEN-S-ZAHLEN (H-S-IND)
150700       THEN
150800         MOVE C-J                 TO PEN-S-STREIT-KZ (H-S-IND)
150900       END-IF
151000     END-PERFORM
151100     .
151200 4000-FEHLER-ABGLEICHEN-1002.
151300 4000-FEHLER-ABGLEICHEN-EXIT.
151400     EXIT.
151500/---------------------------------------------------------------*
151600* Abstimmkreis zum Konto H-SUCH-HERKUNFT/-KONTO-ID/-WAEHRUNG    *
151700* ermitteln (H-AK-NUMMER = 0: nicht zugeordnet)                 *
151800*---------------------------------------------------------------*
151900 4100-AK-ERMITTELN SECTION.
152000 4100-AK-ERMITTELN-1001.
152100     MOVE ZERO                    TO H-AK-NUMMER
152200     MOVE C-GELDKTO-UMSATZ-ABSTIMM
152300                                  TO KAI1AKK-ABSTIMM-ART
152400     MOVE H-SUCH-HERKUNFT         TO KAI1AKK-HERKUNFT
152500     MOVE H-SUCH-KONTO-ID         TO KAI1AKK-KONTO-ID
152600     MOVE H-SUCH-WAEHRUNG         TO KAI1AKK-WAEHRUNG
152700     CALL "CGSTAB"
152800     USING C-TAB-LESEN-EQUAL
152900           C-KONFIG-ID-KA
153000           C-OBJEKT-TAB-KA01AKKTO
153100           GSOVER-VERSTAENDIGUNGSBEREICH
153200           KAI1AKK-EINGABEBEREICH
153300           KAO0AKK-AUSGABEBEREICH
153400           GSTTAB-EIN-AUSGABEBEREICH
153500     END-CALL
153600*    ohne Zuordnung der Waehrungstasche die des Kontos
153700     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
153800        AND KAI1AKK-WAEHRUNG      NOT = SPACE
153900     THEN
154000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
154100       MOVE SPACE                 TO KAI1AKK-WAEHRUNG
154200       CALL "CGSTAB"
154300       USING C-TAB-LESEN-EQUAL
154400             C-KONFIG-ID-KA
154500             C-OBJEKT-TAB-KA01AKKTO
154600             GSOVER-VERSTAENDIGUNGSBEREICH
154700             KAI1AKK-EINGABEBEREICH
154800             KAO0AKK-AUSGABEBEREICH
154900             GSTTAB-EIN-AUSGABEBEREICH
155000       END-CALL
155100     END-IF
155200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
155300     THEN
155400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
155500       GO TO 4100-AK-ERMITTELN-EXIT
155600     END-IF
155700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
155800                                  TO KAI0AKR-ABSTIMM-ART
155900     MOVE KAO0AKK-AK-NUMMER       TO KAI0AKR-AK-NUMMER
156000     CALL "CGSTAB"
156100     USING C-TAB-LESEN-EQUAL
156200           C-KONFIG-ID-KA
156300           C-OBJEKT-TAB-KA01AKRS
156400           GSOVER-VERSTAENDIGUNGSBEREICH
156500           KAI0AKR-EINGABEBEREICH
156600           KAO0AKR-AUSGABEBEREICH
156700           GSTTAB-EIN-AUSGABEBEREICH
156800     END-CALL
156900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
157000     THEN
157100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
157200       GO TO 4100-AK-ERMITTELN-EXIT
157300     END-IF
157400     MOVE KAO0AKK-AK-NUMMER       TO H-AK-NUMMER
157500     IF KAO0AKR-HOCHVOLUMEN-JA
157600     THEN
157700       SET ABLAGE-BKAAPHV         TO TRUE
157800     ELSE
157900       SET ABLAGE-BKAAPO          TO TRUE
158000     END-IF
158100     .
158200 4100-AK-ERMITTELN-1002.
158300 4100-AK-ERMITTELN-EXIT.
158400     EXIT.
158500/---------------------------------------------------------------*
158600* Posten des Abstimmkreises je Status seitenweise durchsuchen,  *
158700* bis ein Treffer gefunden ist                                  *
158800*---------------------------------------------------------------*
158900 4200-POSTEN-SUCHEN SECTION.
159000 4200-POSTEN-SUCHEN-1001.
159100     PERFORM VARYING H-ST-IND FROM 1 BY 1
159200             UNTIL H-ST-IND       > C-ANZ-STATI
159300                OR TREFFER-GEFUNDEN
159400       MOVE C-STATUS-WERT (H-ST-IND)
159500                                  TO H-STATUS-LAUF
159600       SET SEITEN-WEITER          TO TRUE
159700       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
159800       MOVE C-N                   TO H-AUFSETZ-KZ
159900       PERFORM 4300-APO-SEITE     THRU 4300-APO-SEITE-EXIT
160000               UNTIL SEITEN-FERTIG
160100                  OR TREFFER-GEFUNDEN
160200     END-PERFORM
160300     .
160400 4200-POSTEN-SUCHEN-1002.
160500 4200-POSTEN-SUCHEN-EXIT.
160600     EXIT.
160700/---------------------------------------------------------------*
160800* Eine Trefferseite BKAAPO ueber AKA5OF lesen (Fehlersuche ueber*
160900* die ISIN, Barabgleich ueber den Nettobetrag)                  *
161000*---------------------------------------------------------------*
161100 4300-APO-SEITE SECTION.
161200 4300-APO-SEITE-1001.
161300     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
161400     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
161500     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
161600     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
161700     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
161800     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
161900     IF SUCHE-FAIL
162000     THEN
162100       MOVE PEN-S-ISIN (H-S-IND)  TO KAI5OF3-S-ISIN
162200     ELSE
162300       MOVE PEN-G-NETTO (H-G-IND) TO KAI5OF3-S-BETRAG
162400     END-IF
162500     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
162600     MOVE H-AUFSETZ-KZ            TO
162700                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
162800     CALL "AKA5OF" USING
162900          C-01-STD-APO-LIST-SUCHE
163000          C-KONFIG-ID-KA
163100          C-AKAPEN
163200          GSOVER-VERSTAENDIGUNGSBEREICH
163300          KAI5OF3-EINGABEBEREICH
163400          KAO5OF2-AUSGABEBEREICH
163500          KAT5OF1-TRANSIENT-BEREICH
163600          KAXIND-INDICES
163700     END-CALL
163800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
163900     THEN
164000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
164100       SET SEITEN-FERTIG          TO TRUE
164200       GO TO 4300-APO-SEITE-EXIT
164300     END-IF
164400     PERFORM 4400-APO-TREFFER     THRU 4400-APO-TREFFER-EXIT
164500             VARYING H-INDEX FROM 1 BY 1
164600             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
164700                OR TREFFER-GEFUNDEN
164800     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
164900     THEN
165000       SET SEITEN-FERTIG          TO TRUE
165100     ELSE
165200       MOVE C-J                   TO H-AUFSETZ-KZ
165300     END-IF
165400     .
165500 4300-APO-SEITE-1002.
165600 4300-APO-SEITE-EXIT.
165700     EXIT.
165800/---------------------------------------------------------------*
165900* Treffer pruefen. Fehlernachweis: Depot und ISIN gleich und    *
166000* Auftragsreferenz = Instruction-Id oder Posten ab dem Soll-    *
166100* Abwicklungstag unabgewickelt bzw. spaeter valutiert.          *
166200* Barabgleich: Geldkonto und Nettobetrag gleich, Valuta ab      *
166300* Beginn des Berichtsmonats.                                    *
166400*---------------------------------------------------------------*
166500 4400-APO-TREFFER SECTION.
166600 4400-APO-TREFFER-1001.
166700     IF KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
166800                                  NOT = H-SUCH-KONTO-ID
166900     THEN
167000       GO TO 4400-APO-TREFFER-EXIT
167100     END-IF
167200     IF SUCHE-BAR
167300     THEN
167400       IF KAO5OF2-APO-BETRAG (H-INDEX) = PEN-G-NETTO (H-G-IND)
167500          AND KAO5OF2-APO-VALUTA (H-INDEX) >= H-MONATSBEGINN
167600       THEN
167700         SET TREFFER-GEFUNDEN     TO TRUE
167800       END-IF
167900       GO TO 4400-APO-TREFFER-EXIT
168000     END-IF
168100     IF KAO5OF2-APO-ISIN (H-INDEX) NOT = PEN-S-ISIN (H-S-IND)
168200     THEN
168300       GO TO 4400-APO-TREFFER-EXIT
168400     END-IF
168500     IF PEN-S-AUFTRAGSREF (H-S-IND) NOT = SPACE
168600        AND KAO5OF2-APO-INSTRUCTION-ID (H-INDEX)
168700                                  = PEN-S-AUFTRAGSREF (H-S-IND)
168800     THEN
168900       SET TREFFER-GEFUNDEN       TO TRUE
169000     END-IF
169100     IF KAO5OF2-APO-VALUTA (H-INDEX)
169200                                  >= PEN-S-SOLL-DATUM (H-S-IND)
169300        AND (KAO5OF2-APO-ABWICKLUNGSSTATUS (H-INDEX)
169400                                  = C-ABW-OFFEN
169500          OR KAO5OF2-APO-VALUTA (H-INDEX)
169600                                  > PEN-S-SOLL-DATUM (H-S-IND))
169700     THEN
169800       SET TREFFER-GEFUNDEN       TO TRUE
169900     END-IF
170000     IF TREFFER-GEFUNDEN
170100     THEN
170200       SET PEN-S-FAIL-JA (H-S-IND) TO TRUE
170300       MOVE H-AK-NUMMER           TO
170400                                  PEN-S-FAIL-AK-NUMMER (H-S-IND)
170500       MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
170600                                  TO
170700                                  PEN-S-FAIL-LFD-NR-APO (H-S-IND)
170800     END-IF
170900     .
171000 4400-APO-TREFFER-1002.
171100 4400-APO-TREFFER-EXIT.
171200     EXIT.
171300/---------------------------------------------------------------*
171400* Nettobetrag je CSD/Waehrung gegen den Posten des Geldkontos   *
171500* abgleichen                                                    *
171600*---------------------------------------------------------------*
171700 5000-BAR-ABGLEICHEN SECTION.
171800 5000-BAR-ABGLEICHEN-1001.
171900     SET SUCHE-BAR                TO TRUE
172000     PERFORM VARYING H-G-IND FROM 1 BY 1
172100             UNTIL H-G-IND        > PEN-ANZ-GRUPPEN
172200       EVALUATE TRUE
172300       WHEN PEN-G-ANZ (H-G-IND)   = ZERO
172400         CONTINUE
172500       WHEN PEN-G-KONTO-ID (H-G-IND) = SPACE
172600         SET PEN-G-BAR-OHNE-KTO (H-G-IND) TO TRUE
172700       WHEN PEN-G-NETTO (H-G-IND) = ZERO
172800         SET PEN-G-BAR-GEBUCHT (H-G-IND) TO TRUE
172900       WHEN OTHER
173000         SET PEN-G-BAR-OFFEN (H-G-IND) TO TRUE
173100         MOVE PEN-G-HERKUNFT (H-G-IND)
173200                                  TO H-SUCH-HERKUNFT
173300         MOVE PEN-G-KONTO-ID (H-G-IND)
173400                                  TO H-SUCH-KONTO-ID
173500         MOVE PEN-G-WAEHRUNG (H-G-IND)
173600                                  TO H-SUCH-WAEHRUNG
173700         PERFORM 4100-AK-ERMITTELN
173800                                  THRU 4100-AK-ERMITTELN-EXIT
173900         SET TREFFER-N-GEFUNDEN   TO TRUE
174000         IF H-AK-NUMMER           NOT = ZERO
174100            AND ABLAGE-BKAAPO
174200         THEN
174300           PERFORM 4200-POSTEN-SUCHEN
174400                                  THRU 4200-POSTEN-SUCHEN-EXIT
174500         END-IF
174600         IF TREFFER-GEFUNDEN
174700         THEN
174800           SET PEN-G-BAR-GEBUCHT (H-G-IND) TO TRUE
174900         END-IF
175000       END-EVALUATE
175100     END-PERFORM
175200     .
175300 5000-BAR-ABGLEICHEN-1002.
175400 5000-BAR-ABGLEICHEN-EXIT.
175500     EXIT.
175600/---------------------------------------------------------------*
175700* Strafen mit Abgleichergebnis im Register KA00AKPN ablegen     *
175800*---------------------------------------------------------------*
175900 6000-REGISTER-SCHREIBEN SECTION.
176000 6000-REGISTER-SCHREIBEN-1001.
176100     PERFORM VARYING H-S-IND FROM 1 BY 1
176200             UNTIL H-S-IND        > PEN-ANZ-STRAFEN
176300       MOVE PEN-S-GRUPPE (H-S-IND) TO H-G-IND
176400       MOVE PEN-S-CSD (H-S-IND)   TO KAI0APN-CSD
176500                                     KAO0APN-CSD
176600       MOVE H-BERICHTSMONAT       TO KAI0APN-BERICHTSMONAT
176700                                     KAO0APN-BERICHTSMONAT
176800       MOVE PEN-S-REFERENZ (H-S-IND)
176900                                  TO KAI0APN-REFERENZ
177000                                     KAO0APN-REFERENZ
177100       MOVE PEN-S-DEPOT-ID (H-S-IND)
177200                                  TO KAO0APN-DEPOT-ID
177300       MOVE PEN-S-ISIN (H-S-IND)  TO KAO0APN-ISIN
177400       MOVE PEN-S-GEGENPARTEI (H-S-IND)
177500                                  TO KAO0APN-GEGENPARTEI
177600       MOVE PEN-S-SOLL-DATUM (H-S-IND)
177700                                  TO KAO0APN-SOLL-DATUM
177800       MOVE PEN-S-FEHLTAGE (H-S-IND)
177900                                  TO KAO0APN-FEHLTAGE
178000       MOVE PEN-S-BETRAG (H-S-IND) TO KAO0APN-BETRAG
178100       MOVE PEN-S-WAEHRUNG (H-S-IND)
178200                                  TO KAO0APN-WAEHRUNG
178300       MOVE PEN-S-RICHTUNG (H-S-IND)
178400                                  TO KAO0APN-RICHTUNG
178500       MOVE PEN-S-AUFTRAGSREF (H-S-IND)
178600                                  TO KAO0APN-AUFTRAGSREF
178700       MOVE PEN-S-FAIL-KZ (H-S-IND) TO KAO0APN-FAIL-KZ
178800       MOVE PEN-S-FAIL-AK-NUMMER (H-S-IND)
178900                                  TO KAO0APN-FAIL-AK-NUMMER
179000       MOVE PEN-S-FAIL-LFD-NR-APO (H-S-IND)
179100                                  TO KAO0APN-FAIL-LFD-NR-APO
179200       MOVE PEN-S-STREIT-KZ (H-S-IND)
179300                                  TO KAO0APN-STREIT-KZ
179400       MOVE PEN-G-BAR-KZ (H-G-IND) TO KAO0APN-BAR-KZ
179500       MOVE H-TAGESDATUM          TO KAO0APN-ABGLEICH-DATUM
179600       CALL "CGSTAB"
179700       USING C-TAB-SCHREIBEN-EQUAL
179800             C-KONFIG-ID-KA
179900             C-OBJEKT-TAB-KA00AKPN
180000             GSOVER-VERSTAENDIGUNGSBEREICH
180100             KAI0APN-EINGABEBEREICH
180200             KAO0APN-AUSGABEBEREICH
180300             GSTTAB-EIN-AUSGABEBEREICH
180400       END-CALL
180500       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
180600       THEN
180700         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
180800       END-IF
180900     END-PERFORM
181000     .
181100 6000-REGISTER-SCHREIBEN-1002.
181200 6000-REGISTER-SCHREIBEN-EXIT.
181300     EXIT.
181400/---------------------------------------------------------------*
181500* Monatsbericht PENAUS je CSD/Waehrung                          *
181600*---------------------------------------------------------------*
181700 7000-BERICHT SECTION.
181800 7000-BERICHT-1001.
181900     MOVE H-BERICHTSMONAT         TO PEN-K-MONAT
182000     MOVE PEN-KOPF                TO PEN-DRUCKZEILE
182100     WRITE PEN-DRUCKZEILE
182200     PERFORM VARYING H-G-IND FROM 1 BY 1
182300             UNTIL H-G-IND        > PEN-ANZ-GRUPPEN
182400       IF PEN-G-ANZ (H-G-IND)     > ZERO
182500       THEN
182600         PERFORM 7100-CSD-BERICHT THRU 7100-CSD-BERICHT-EXIT
182700       END-IF
182800     END-PERFORM
182900     MOVE H-ANZ-GELESEN           TO PEN-X-GELESEN
183000     MOVE H-ANZ-OHNE-FAIL         TO PEN-X-OHNE-FAIL
183100     MOVE H-ANZ-BESTRITTEN        TO PEN-X-BESTRITTEN
183200     MOVE H-ANZ-NICHT-ERHALTEN    TO PEN-X-NICHT-ERHALTEN
183300     MOVE PEN-ENDE                TO PEN-DRUCKZEILE
183400     WRITE PEN-DRUCKZEILE
183500     IF H-ANZ-FREMDMONAT          > ZERO
183600        OR H-ANZ-UEBERLAUF        > ZERO
183700     THEN
183800       MOVE SPACE                 TO PEN-DRUCKZEILE
183900       STRING "Warnung: Strafen anderer Monate oder ueber der "
184000              "Tabellengrenze nicht abgeglichen"
184100              DELIMITED BY SIZE INTO PEN-DRUCKZEILE
184200       WRITE PEN-DRUCKZEILE
184300     END-IF
184400     .
184500 7000-BERICHT-1002.
184600 7000-BERICHT-EXIT.
184700     EXIT.
184800/---------------------------------------------------------------*
184900* Ein CSD: Ausnahmen je Strafe, Summen und Buchungsstand        *
185000*---------------------------------------------------------------*
185100 7100-CSD-BERICHT SECTION.
185200 7100-CSD-BERICHT-1001.
185300     MOVE PEN-G-CSD (H-G-IND)     TO PEN-C-CSD
185400     MOVE PEN-G-WAEHRUNG (H-G-IND) TO PEN-C-WAEHRUNG
185500     MOVE PEN-G-KONTO-ID (H-G-IND) TO PEN-C-KONTO-ID
185600     MOVE SPACE                   TO PEN-DRUCKZEILE
185700     WRITE PEN-DRUCKZEILE
185800     MOVE PEN-CSD-KOPF            TO PEN-DRUCKZEILE
185900     WRITE PEN-DRUCKZEILE
186000     PERFORM VARYING H-S-IND FROM 1 BY 1
186100             UNTIL H-S-IND        > PEN-ANZ-STRAFEN
186200       IF PEN-S-GRUPPE (H-S-IND)  = H-G-IND
186300       THEN
186400         PERFORM 7200-STRAFE-BERICHTEN
186500                                  THRU 7200-STRAFE-BERICHTEN-EXIT
186600       END-IF
186700     END-PERFORM
186800     MOVE PEN-G-ANZ (H-G-IND)     TO PEN-Z-ANZ
186900     MOVE PEN-G-SUMME-C (H-G-IND) TO PEN-Z-SUMME-C
187000     MOVE PEN-G-SUMME-D (H-G-IND) TO PEN-Z-SUMME-D
187100     MOVE PEN-G-NETTO (H-G-IND)   TO PEN-Z-NETTO
187200     EVALUATE TRUE
187300     WHEN PEN-G-BAR-GEBUCHT (H-G-IND)
187400       MOVE "NETTO GEBUCHT"       TO PEN-Z-BAR-TEXT
187500     WHEN PEN-G-BAR-OFFEN (H-G-IND)
187600       MOVE "NETTO NICHT GEBUCHT" TO PEN-Z-BAR-TEXT
187700     WHEN OTHER
187800       MOVE "KEIN GELDKONTO"      TO PEN-Z-BAR-TEXT
187900     END-EVALUATE
188000     MOVE PEN-SUMME               TO PEN-DRUCKZEILE
188100     WRITE PEN-DRUCKZEILE
188200     .
188300 7100-CSD-BERICHT-1002.
188400 7100-CSD-BERICHT-EXIT.
188500     EXIT.
188600/---------------------------------------------------------------*
188700* Ausnahmezeilen einer Strafe: ohne Fehlernachweis, bestritten, *
188800* nicht erhalten (Nettobetrag des CSD nicht gebucht)            *
188900*---------------------------------------------------------------*
189000 7200-STRAFE-BERICHTEN SECTION.
189100 7200-STRAFE-BERICHTEN-1001.
189200     MOVE PEN-S-REFERENZ (H-S-IND) TO PEN-D-REFERENZ
189300     MOVE PEN-S-ISIN (H-S-IND)    TO PEN-D-ISIN
189400     MOVE PEN-S-GEGENPARTEI (H-S-IND)
189500                                  TO PEN-D-GEGENPARTEI
189600     MOVE PEN-S-SOLL-DATUM (H-S-IND)
189700                                  TO PEN-D-SOLL-DATUM
189800     MOVE PEN-S-FEHLTAGE (H-S-IND) TO PEN-D-FEHLTAGE
189900     MOVE PEN-S-RICHTUNG (H-S-IND) TO PEN-D-RICHTUNG
190000     MOVE PEN-S-BETRAG (H-S-IND)  TO PEN-D-BETRAG
190100     IF PEN-S-STREIT-JA (H-S-IND)
190200     THEN
190300       ADD C-1                    TO H-ANZ-BESTRITTEN
190400       MOVE "BESTRITTEN"          TO PEN-D-ART
190500       MOVE PEN-DETAIL            TO PEN-DRUCKZEILE
190600       WRITE PEN-DRUCKZEILE
190700     ELSE
190800       IF PEN-S-FAIL-NEIN (H-S-IND)
190900       THEN
191000         ADD C-1                  TO H-ANZ-OHNE-FAIL
191100         MOVE "OHNE FEHLER"       TO PEN-D-ART
191200         MOVE PEN-DETAIL          TO PEN-DRUCKZEILE
191300         WRITE PEN-DRUCKZEILE
191400       END-IF
191500     END-IF
191600     IF PEN-S-ERHALTEN (H-S-IND)
191700        AND NOT PEN-G-BAR-GEBUCHT (H-G-IND)
191800     THEN
191900       ADD C-1                    TO H-ANZ-NICHT-ERHALTEN
192000       MOVE "NICHT ERHALTEN"      TO PEN-D-ART
192100       MOVE PEN-DETAIL            TO PEN-DRUCKZEILE
192200       WRITE PEN-DRUCKZEILE
192300     END-IF
192400     .
192500 7200-STRAFE-BERICHTEN-1002.
192600 7200-STRAFE-BERICHTEN-EXIT.
192700     EXIT.
192800/---------------------------------------------------------------*
192900* Programmende                                                  *
193000*---------------------------------------------------------------*
193100 9999-EXIT SECTION.
193200 9999-EXIT-1001.
193300     CLOSE PENPARM
193400     CLOSE PENIN
193500     CLOSE PENAUS
193600     .
193700 9999-EXIT-1002.
193800 9999-EXIT-EXIT.
193900     EXIT.
