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
000160*@Titel         : Dreiwege-Saldennachweis je Konto (Auszug/HB/OP)
000160*@Elementname   : akasnw.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Dreiwege-Saldennachweis je Konto           *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Taeglicher Saldennachweis je Konto (SNWPARM: Laufdatum,   *
001900* Monatsende-Kz). Fuer jedes Konto der Hauptbuch-Saldenlie- *
002000* ferung SNWGLS (Herkunft, Konto-ID, GL-Konto, Saldo) gilt: *
002100*   Saldo lt. juengstem Auszug (KA03AKAH, Auszugsdatum bis  *
002200*   Laufdatum) - Saldo lt. Hauptbuch = Summe der offenen    *
002300*   Abstimmpositionen des Kontos.                           *
002400* Als offen zaehlen die Stati offen (2), Klaerung (3),      *
002500* zurueckgestellt (1) und freizugeben (5); der Bestand wird *
002600* je nach KA0AKRS-HOCHVOLUMEN-KZ ueber AKA5OF (BKAAPO) oder *
002700* AKAHVZ (BKAAPHV) gelesen und auf das Konto gefiltert.     *
002800* SNWAUS weist je Konto die drei Salden und das Ergebnis    *
002900* aus; geht die Gleichung nicht auf, wird eine Zeile        *
003000* UNERKLAERTE DIFFERENZ geschrieben. Konten mit Auszug, aber*
003100* ohne Hauptbuchsaldo, werden ebenfalls ausgewiesen.        *
003200* Am Monatsende (letzter Kalendertag des Laufdatums oder    *
003300* Monatsende-Kz = J) wird zusaetzlich je Konto der formale  *
003400* Abstimmnachweis SNWNWS gedruckt: Saldo lt. Auszug, ./.    *
003500* jeder offene Posten, errechneter Buchsaldo, Saldo lt.     *
003600* Hauptbuch und verbleibende Differenz.                     *
003700*@E-ELEMENTBESCHREIBUNG                                     *
003800*                                                           *
004000*@A-COBOL-COPY                                              *
004100* Benoetigte COBOL-Copies:                                  *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004400* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004500* CKA0AKAH   : ZEILENZUGRIFF KA03AKAH                       *
004600* CKAI1AKK   : EINGABEBEREICH KA01AKKTO                     *
004700* CKAO0AKK   : AUSGABEBEREICH KA01AKKTO                     *
004800* CKAI0AKR   : EINGABEBEREICH KA01AKRS                      *
004900* CKAO0AKR   : AUSGABEBEREICH KA01AKRS                      *
005000* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005100* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005200* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
005300* DKAXIND    : INDICES AKA5OF                               *
005400* CKAXIND    : INDICES AKA5OF                               *
005500* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                     *
005600* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                   *
005700*@E-COBOL-COPY                                              *
005800*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58772                                                *     D01
090052*     Neuanlage - taeglicher Dreiwege-Saldennachweis mit    *     D01
090053*     Abstimmnachweis zum Monatsende.                       *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58773                                                *     D02
090057*     Postenbetrag mit 3 Nachkommastellen (Waehrungen       *     D02
090058*     mit 3 Dezimalstellen, z.B. KWD).                      *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
090061* D03 R58775                                                *     D03
090062*     Waehrungstaschen: Auszugsstand je Konto und           *     D03
090063*     Waehrung; Hauptbuchsaldo gegen die Tasche seiner      *     D03
090064*     Waehrung, AK-Zuordnung je Tasche mit Rueckfall auf    *     D03
090065*     die Zuordnung des Kontos.                             *     D03
090066*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090067*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASNW.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT SNWPARM               ASSIGN TO "SNWPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT SNWGLS                ASSIGN TO "SNWGLS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT SNWAUS                ASSIGN TO "SNWAUS"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT SNWNWS                ASSIGN TO "SNWNWS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  SNWPARM
102100     RECORDING MODE IS F.
102200 01  SNW-PARM-SATZ.
102300     05 SNW-P-LAUFDATUM           PIC 9(008).
102400     05 FILLER                    PIC X(001).
102500     05 SNW-P-MONATSENDE          PIC X(001).
102600        88 SNW-P-MONATSENDE-JA    VALUE "J".
102700 FD  SNWGLS
102800     RECORDING MODE IS F.
102900 01  SNW-GL-SATZ.
103000     05 SNW-G-HERKUNFT            PIC X(011).
103100     05 SNW-G-KONTO-ID            PIC X(035).
103200     05 SNW-G-GL-KONTO            PIC X(010).
103300     05 SNW-G-SALDO               PIC S9(015)V9(003).
103400     05 SNW-G-WAEHRUNG            PIC X(003).
103500 FD  SNWAUS
103600     RECORDING MODE IS F.
103700 01  SNW-DRUCKZEILE               PIC X(120).
103800 FD  SNWNWS
103900     RECORDING MODE IS F.
104000 01  SNW-NACHWEISZEILE            PIC X(120).
104100*---------------------------------------------------------------*
104200* WORKING-STORAGE-Section                                       *
104300*---------------------------------------------------------------*
104400 WORKING-STORAGE SECTION.
104500 01  VERS-INF.
104600     05  FILLER PIC X(13) VALUE "ELEM=akasnw  ".
104700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104800/---------------------------------------------------------------*
104900* Konstanten                                                    *
105000*---------------------------------------------------------------*
105100 01  GS-KONSTANTEN.
105200     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105300     20 C-AKASNW                  PIC X(008) VALUE "AKASNW".
105400     20 C-OBJEKT-TAB-KA03AKAH     PIC X(009) VALUE "KA03AKAH".
105500     20 C-OBJEKT-TAB-KA01AKKTO    PIC X(009) VALUE "KA01AKKTO".
105600     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
105700     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105900     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
106000                                  VALUE "01-STD-APO-LIST-SUCHE".
106100     20 C-HVZ-SUCHEN              PIC X(009) VALUE "SUCHEN".
106200     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
106300     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
106400     20 C-ANZ-STATI               PIC 9(003) VALUE 4.
106500     20 C-J                       PIC X(001) VALUE "J".
106600     20 C-N                       PIC X(001) VALUE "N".
106700     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106800     20 C-MAX-KONTEN              PIC 9(004) COMP-5 VALUE 500.
106900/---------------------------------------------------------------*
107000* Offene Postenstati (zurueckgestellt, offen, Klaerung,         *
107100* freizugeben)                                                  *
107200*---------------------------------------------------------------*
107300 01  C-STATUS-LISTE.
107400     05 FILLER                    PIC X(004) VALUE "1235".
107500 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
107600     05 C-STATUS-WERT             PIC 9(001) OCCURS 4.
107700/---------------------------------------------------------------*
107800* Nachweiszeilen SNWAUS                                         *
107900*---------------------------------------------------------------*
108000 01  SNW-DETAIL.
108100     05 SNW-D-ART                 PIC X(009).
108200     05 FILLER                    PIC X(001) VALUE SPACE.
108300     05 SNW-D-HERKUNFT            PIC X(011).
108400     05 FILLER                    PIC X(001) VALUE SPACE.
108500     05 SNW-D-KONTO-ID            PIC X(035).
108600     05 FILLER                    PIC X(001) VALUE SPACE.
108700     05 SNW-D-WAEHRUNG            PIC X(003).
108800     05 FILLER                    PIC X(001) VALUE SPACE.
108900     05 SNW-D-BETRAG-1            PIC -(012)9,999.
109000     05 FILLER                    PIC X(001) VALUE SPACE.
109100     05 SNW-D-BETRAG-2            PIC -(012)9,999.
109200     05 FILLER                    PIC X(001) VALUE SPACE.
109300     05 SNW-D-BETRAG-3            PIC -(012)9,999.
109400     05 FILLER                    PIC X(005) VALUE SPACE.
109500 01  SNW-ERGEBNIS.
109600     05 SNW-E-ART                 PIC X(009).
109700     05 FILLER                    PIC X(001) VALUE SPACE.
109800     05 SNW-E-HERKUNFT            PIC X(011).
109900     05 FILLER                    PIC X(001) VALUE SPACE.
110000     05 SNW-E-KONTO-ID            PIC X(035).
110100     05 FILLER                    PIC X(001) VALUE SPACE.
110200     05 SNW-E-WAEHRUNG            PIC X(003).
110300     05 FILLER                    PIC X(001) VALUE SPACE.
110400     05 SNW-E-BETRAG              PIC -(012)9,999.
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 SNW-E-TEXT                PIC X(040).
110700 01  SNW-ABSCHLUSS.
110800     05 FILLER                    PIC X(010) VALUE "ABSCHLUSS".
110900     05 SNW-A-LAUFDATUM           PIC 9(008).
111000     05 FILLER                    PIC X(009) VALUE " KONTEN ".
111100     05 SNW-A-ANZ-KONTEN          PIC 9(005).
111200     05 FILLER                    PIC X(009) VALUE " STIMMT ".
111300     05 SNW-A-ANZ-STIMMT          PIC 9(005).
111400     05 FILLER                    PIC X(012) VALUE " DIFFERENZ ".
111500     05 SNW-A-ANZ-DIFFERENZ       PIC 9(005).
111600     05 FILLER                    PIC X(013) VALUE " UNVOLLST. ".
111700     05 SNW-A-ANZ-UNVOLLST        PIC 9(005).
111800     05 FILLER                    PIC X(039) VALUE SPACE.
111900/---------------------------------------------------------------*
112000* Abstimmnachweis SNWNWS zum Monatsende                         *
112100*---------------------------------------------------------------*
112200 01  NWS-KOPF.
112300     05 FILLER                    PIC X(020)
112400                                  VALUE "ABSTIMMNACHWEIS ZUM ".
112500     05 NWS-K-STICHTAG            PIC 9(008).
112600     05 FILLER                    PIC X(001) VALUE SPACE.
112700     05 NWS-K-HERKUNFT            PIC X(011).
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 NWS-K-KONTO-ID            PIC X(035).
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 NWS-K-WAEHRUNG            PIC X(003).
113200     05 FILLER                    PIC X(004) VALUE " AK ".
113300     05 NWS-K-AK-NUMMER           PIC 9(005).
113400     05 FILLER                    PIC X(031) VALUE SPACE.
113500 01  NWS-DETAIL.
113600     05 NWS-D-TEXT                PIC X(030).
113700     05 FILLER                    PIC X(001) VALUE SPACE.
113800     05 NWS-D-STATUS              PIC X(001).
113900     05 FILLER                    PIC X(001) VALUE SPACE.
114000     05 NWS-D-DATUM               PIC 9(008) BLANK WHEN ZERO.
114100     05 FILLER                    PIC X(001) VALUE SPACE.
114200     05 NWS-D-VALUTA              PIC 9(008) BLANK WHEN ZERO.
114300     05 FILLER                    PIC X(001) VALUE SPACE.
114400     05 NWS-D-BETRAG              PIC -(012)9,999.
114500     05 FILLER                    PIC X(001) VALUE SPACE.
114600     05 NWS-D-REFERENZ            PIC X(035).
114700     05 FILLER                    PIC X(016) VALUE SPACE.
114800/---------------------------------------------------------------*
114900* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
115000*---------------------------------------------------------------*
115100  COPY DCTGRCGE.
115200  COPY CGSOVER.
115300  COPY CGSTTAB.
115400  COPY CKA0AKAH.
115500  COPY CKAI1AKK.
115600  COPY CKAO0AKK.
115700  COPY CKAI0AKR.
115800  COPY CKAO0AKR.
115900  COPY CKAI5OF3.
116000  COPY CKAO5OF2.
116100  COPY CKAT5OF1.
116200  COPY DKAXIND.
116300  COPY CKAXIND.
116400  COPY CKAHVZS.
116500  COPY CKAHVZE.
116600 01  DUMMY                        PIC X(001).
116700/---------------------------------------------------------------*
116800* Juengster Auszug je Konto bis zum Laufdatum im Speicher       *
116900*---------------------------------------------------------------*
117000 01  SNW-KONTEN.
117100     05 SNW-ANZ-KONTEN            PIC 9(004) COMP-3 VALUE ZERO.
117200     05 SNW-KONTO                 OCCURS 500.
117300        10 SNW-K-HERKUNFT         PIC X(011).
117400        10 SNW-K-KONTO-ID         PIC X(035).
117500        10 SNW-K-WAEHRUNG         PIC X(003).
117600        10 SNW-K-AUSZUGSDATUM     PIC 9(008).
117700        10 SNW-K-AUSZUGSNUMMER    PIC 9(005).
117800        10 SNW-K-AUSZUG-FNR       PIC 9(005).
117900        10 SNW-K-ENDSALDO         PIC S9(015)V9(003) COMP-3.
118000        10 SNW-K-GL-KZ            PIC X(001).
118100           88 SNW-K-GL-GELIEFERT  VALUE "J".
118200/---------------------------------------------------------------*
118300* Hilfsvariable                                                 *
118400*---------------------------------------------------------------*
118500 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
118600 01  H-SCAN-STATUS                PIC X(001).
118700     88 SCAN-GEFUNDEN             VALUE "J".
118800     88 SCAN-N-GEFUNDEN           VALUE "N".
118900 01  H-NEUER-KZ                   PIC X(001).
119000     88 AUSZUG-NEUER              VALUE "J".
119100     88 AUSZUG-N-NEUER            VALUE "N".
119200 01  H-GLS-STATUS                 PIC X(001).
119300     88 GLS-EOF                   VALUE "J".
119400     88 GLS-N-EOF                 VALUE "N".
119500 01  H-MONATSENDE-KZ              PIC X(001).
119600     88 MONATSENDE                VALUE "J".
119700     88 N-MONATSENDE              VALUE "N".
119800 01  H-ABLAGE                     PIC X(001).
119900     88 ABLAGE-BKAAPO             VALUE "A".
120000     88 ABLAGE-BKAAPHV            VALUE "H".
120100 01  H-SEITEN-KZ                  PIC X(001).
120200     88 SEITEN-WEITER             VALUE "J".
120300     88 SEITEN-FERTIG             VALUE "N".
120400 01  H-ERGEBNIS-KZ                PIC X(001).
120500     88 ERGEBNIS-STIMMT           VALUE "J".
120600     88 ERGEBNIS-DIFFERENZ        VALUE "N".
120700 01  H-AUFSETZ-KZ                 PIC X(001).
120800 01  H-SUCH-HERKUNFT              PIC X(011).
120900 01  H-SUCH-KONTO-ID              PIC X(035).
120950 01  H-SUCH-WAEHRUNG              PIC X(003).                     D03
121000 01  H-SUCH-IND                   PIC 9(004) COMP-3.
121100 01  H-KONTO-IND                  PIC 9(004) COMP-3.
121200 01  H-ST-IND                     PIC 9(003) COMP-3.
121300 01  H-INDEX                      PIC 9(003) COMP-3.
121400 01  H-AK-NUMMER                  PIC 9(005).
121500 01  H-STATUS-LAUF                PIC 9(001).
121600 01  H-DATUM-INT                  PIC 9(008).
121700 01  H-FOLGETAG                   PIC 9(008).
121800 01  H-FOLGETAG-R                 REDEFINES H-FOLGETAG.
121900     05 H-FOLGETAG-JJJJMM         PIC 9(006).
122000     05 H-FOLGETAG-TT             PIC 9(002).
122100 01  H-LAUFDATUM-R.
122200     05 H-LAUFDATUM-JJJJMM        PIC 9(006).
122300     05 H-LAUFDATUM-TT            PIC 9(002).
122400 01  H-AUSZUGSSALDO               PIC S9(015)V9(003).
122500 01  H-SUMME-OFFEN                PIC S9(015)V9(003).
122600 01  H-BUCHSALDO                  PIC S9(015)V9(003).
122700 01  H-DIFFERENZ                  PIC S9(015)V9(003).
122800 01  H-ANZ-OFFEN                  PIC 9(009) COMP-3.
122900 01  H-ANZ-FEHLER                 PIC 9(009) COMP-3.
123000 01  H-ANZ-KONTEN                 PIC 9(005) COMP-3 VALUE ZERO.
123100 01  H-ANZ-STIMMT                 PIC 9(005) COMP-3 VALUE ZERO.
123200 01  H-ANZ-DIFFERENZ              PIC 9(005) COMP-3 VALUE ZERO.
123300 01  H-ANZ-UNVOLLST               PIC 9(005) COMP-3 VALUE ZERO.
123400 01  H-ANZ-UEBERLAUF              PIC 9(005) COMP-3 VALUE ZERO.
123500 01  H-POSTEN.
123600     05 H-P-STATUS                PIC 9(001).
123700     05 H-P-BUTAG                 PIC 9(008).
123800     05 H-P-VALUTA                PIC 9(008).
123900     05 H-P-BETRAG                PIC S9(013)V9(003).             D02
124000     05 H-P-REFERENZ              PIC X(035).
124100/****************************************************************
124200 PROCEDURE DIVISION.
124300*****************************************************************
124400 0000-MAINLINE SECTION.
124500 0000-MAINLINE-1001.
124600     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
124700     PERFORM 2000-HISTORIE-LESEN  THRU 2000-HISTORIE-LESEN-EXIT
124800     PERFORM 3000-KONTEN-ABSTIMMEN
124900                              THRU 3000-KONTEN-ABSTIMMEN-EXIT
125000     PERFORM 5000-OHNE-HAUPTBUCH  THRU 5000-OHNE-HAUPTBUCH-EXIT
125100     PERFORM 7000-ABSCHLUSS       THRU 7000-ABSCHLUSS-EXIT
125200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
125300     STOP RUN
125400     .
125500 0000-MAINLINE-1002.
125600     EXIT.
125700/---------------------------------------------------------------*
125800* Initialisierung: Laufdatum vorbelegen, Monatsende bestimmen   *
125900*---------------------------------------------------------------*
126000 1000-INITIALISIERUNG SECTION.
126100 1000-INITIALISIERUNG-1001.
126200     OPEN INPUT  SNWPARM
126300     OPEN INPUT  SNWGLS
126400     OPEN OUTPUT SNWAUS
126500     OPEN OUTPUT SNWNWS
126600     READ SNWPARM
126700       AT END
126800         INITIALIZE SNW-PARM-SATZ
126900     END-READ
127000     IF SNW-P-LAUFDATUM           = ZERO
127100     THEN
127200       ACCEPT SNW-P-LAUFDATUM     FROM DATE YYYYMMDD
127300     END-IF
127400     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
127500*    Monatsende: der Folgetag des Laufdatums liegt im Folgemonat
127600     MOVE SNW-P-LAUFDATUM         TO H-LAUFDATUM-R
127700     COMPUTE H-DATUM-INT =
127800             FUNCTION INTEGER-OF-DATE (SNW-P-LAUFDATUM) + 1
127900     COMPUTE H-FOLGETAG  =
128000             FUNCTION DATE-OF-INTEGER (H-DATUM-INT)
128100     IF SNW-P-MONATSENDE-JA
128200        OR H-FOLGETAG-JJJJMM      NOT = H-LAUFDATUM-JJJJMM
128300     THEN
128400       SET MONATSENDE             TO TRUE
128500     ELSE
128600       SET N-MONATSENDE           TO TRUE
128700     END-IF
128800     SET GLS-N-EOF                TO TRUE
128900     .
129000 1000-INITIALISIERUNG-1002.
129100 1000-INITIALISIERUNG-EXIT.
129200     EXIT.
129300/---------------------------------------------------------------*
129400* Auszugs-Historie scannen: juengsten Auszug bis zum Laufdatum  *
129500* je Konto merken                                               *
129600*---------------------------------------------------------------*
129700 2000-HISTORIE-LESEN SECTION.
129800 2000-HISTORIE-LESEN-1001.
129900     MOVE C-1                     TO H-LFD-ZEILE
130000     SET SCAN-GEFUNDEN            TO TRUE
130100     PERFORM UNTIL SCAN-N-GEFUNDEN
130200       MOVE H-LFD-ZEILE           TO KA0AKAH-ZEILENNUMMER
130300       CALL "CGSTAB" USING
130400            C-TAB-LESEN-ZEILE
130500            C-KONFIG-ID-KA
130600            C-OBJEKT-TAB-KA03AKAH
130700            GSOVER-VERSTAENDIGUNGSBEREICH
130800            KA0AKAH-EINGABEBEREICH
130900            KA0AKAH-AUSGABEBEREICH
131000            DUMMY
131100       END-CALL
131200       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
131300       THEN
131400         IF KA0AKAH-AUSZUGSDATUM  NOT > SNW-P-LAUFDATUM
131500         THEN
131600           PERFORM 2100-AUSZUG-EINORDNEN
131700                              THRU 2100-AUSZUG-EINORDNEN-EXIT
131800         END-IF
131900         ADD C-1                  TO H-LFD-ZEILE
132000       ELSE
132100         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
132200         SET SCAN-N-GEFUNDEN      TO TRUE
132300       END-IF
132400     END-PERFORM
132500     .
132600 2000-HISTORIE-LESEN-1002.
132700 2000-HISTORIE-LESEN-EXIT.
132800     EXIT.
132900/---------------------------------------------------------------*
133000* Einen Historiensatz einordnen: neues Konto anlegen bzw. bei   *
133100* juengerem Auszug den gemerkten Stand ersetzen                 *
133200*---------------------------------------------------------------*
133300 2100-AUSZUG-EINORDNEN SECTION.
133400 2100-AUSZUG-EINORDNEN-1001.
133500     MOVE KA0AKAH-HERKUNFT        TO H-SUCH-HERKUNFT
133600     MOVE KA0AKAH-KONTO-ID        TO H-SUCH-KONTO-ID
133650     MOVE KA0AKAH-WAEHRUNG        TO H-SUCH-WAEHRUNG              D03
133700     PERFORM 3900-KONTO-SUCHEN    THRU 3900-KONTO-SUCHEN-EXIT
133800     IF H-KONTO-IND               = ZERO
133900     THEN
134000       IF SNW-ANZ-KONTEN          >= C-MAX-KONTEN
134100       THEN
134200*        Ueberlauf wird im Abschluss-Satz ausgewiesen
134300         ADD C-1                  TO H-ANZ-UEBERLAUF
134400         GO TO 2100-AUSZUG-EINORDNEN-EXIT
134500       END-IF
134600       ADD C-1                    TO SNW-ANZ-KONTEN
134700       MOVE SNW-ANZ-KONTEN        TO H-KONTO-IND
134800       MOVE KA0AKAH-HERKUNFT      TO SNW-K-HERKUNFT (H-KONTO-IND)
134900       MOVE KA0AKAH-KONTO-ID      TO SNW-K-KONTO-ID (H-KONTO-IND)
135000       MOVE ZERO                  TO SNW-K-AUSZUGSDATUM
135100                                     (H-KONTO-IND)
135200       MOVE ZERO                  TO SNW-K-AUSZUGSNUMMER
135300                                     (H-KONTO-IND)
135400       MOVE ZERO                  TO SNW-K-AUSZUG-FNR
135500                                     (H-KONTO-IND)
135600       MOVE C-N                   TO SNW-K-GL-KZ (H-KONTO-IND)
135700     END-IF
135800*    ist dieser Auszug juenger als der gemerkte Stand?
135900     SET AUSZUG-N-NEUER           TO TRUE
136000     EVALUATE TRUE
136100     WHEN KA0AKAH-AUSZUGSDATUM
136200          > SNW-K-AUSZUGSDATUM (H-KONTO-IND)
136300       SET AUSZUG-NEUER           TO TRUE
136400     WHEN KA0AKAH-AUSZUGSDATUM
136500          = SNW-K-AUSZUGSDATUM (H-KONTO-IND)
136600          AND KA0AKAH-AUSZUGSNUMMER
136700              > SNW-K-AUSZUGSNUMMER (H-KONTO-IND)
136800       SET AUSZUG-NEUER           TO TRUE
136900     WHEN KA0AKAH-AUSZUGSDATUM
137000          = SNW-K-AUSZUGSDATUM (H-KONTO-IND)
137100          AND KA0AKAH-AUSZUGSNUMMER
137200              = SNW-K-AUSZUGSNUMMER (H-KONTO-IND)
137300          AND KA0AKAH-AUSZUG-FNR
137400              >= SNW-K-AUSZUG-FNR (H-KONTO-IND)
137500       SET AUSZUG-NEUER           TO TRUE
137600     END-EVALUATE
137700     IF AUSZUG-NEUER
137800     THEN
137900       MOVE KA0AKAH-AUSZUGSDATUM  TO SNW-K-AUSZUGSDATUM
138000                                     (H-KONTO-IND)
138100       MOVE KA0AKAH-AUSZUGSNUMMER TO SNW-K-AUSZUGSNUMMER
138200                                     (H-KONTO-IND)
138300       MOVE KA0AKAH-AUSZUG-FNR    TO SNW-K-AUSZUG-FNR
138400                                     (H-KONTO-IND)
138500       MOVE KA0AKAH-WAEHRUNG      TO SNW-K-WAEHRUNG (H-KONTO-IND)
138600       MOVE KA0AKAH-ENDSALDO      TO SNW-K-ENDSALDO (H-KONTO-IND)
138700     END-IF
138800     .
138900 2100-AUSZUG-EINORDNEN-1002.
139000 2100-AUSZUG-EINORDNEN-EXIT.
139100     EXIT.
139200/---------------------------------------------------------------*
139300* Hauptbuch-Saldenlieferung satzweise abstimmen                 *
139400*---------------------------------------------------------------*
139500 3000-KONTEN-ABSTIMMEN SECTION.
139600 3000-KONTEN-ABSTIMMEN-1001.
139700     PERFORM UNTIL GLS-EOF
139800       READ SNWGLS
139900         AT END
140000           SET GLS-EOF            TO TRUE
140100         NOT AT END
140200           PERFORM 3100-KONTO-ABSTIMMEN
140300                              THRU 3100-KONTO-ABSTIMMEN-EXIT
140400       END-READ
140500     END-PERFORM
140600     .
140700 3000-KONTEN-ABSTIMMEN-1002.
140800 3000-KONTEN-ABSTIMMEN-EXIT.
140900     EXIT.
141000/---------------------------------------------------------------*
141100* Ein Konto abstimmen:                                          *
141200* Auszugssaldo - Hauptbuchsaldo = Summe offene Posten           *
141300*---------------------------------------------------------------*
141400 3100-KONTO-ABSTIMMEN SECTION.
141500 3100-KONTO-ABSTIMMEN-1001.
141600     ADD C-1                      TO H-ANZ-KONTEN
141700     SET ERGEBNIS-DIFFERENZ       TO TRUE
141800     MOVE SNW-G-HERKUNFT          TO H-SUCH-HERKUNFT
141900     MOVE SNW-G-KONTO-ID          TO H-SUCH-KONTO-ID
141950     MOVE SNW-G-WAEHRUNG          TO H-SUCH-WAEHRUNG              D03
142000     PERFORM 3900-KONTO-SUCHEN    THRU 3900-KONTO-SUCHEN-EXIT
142100     IF H-KONTO-IND               = ZERO
142200     THEN
142300       ADD C-1                    TO H-ANZ-UNVOLLST
142400       MOVE "KEIN AUSZUG BIS ZUM LAUFDATUM"
142500                                  TO SNW-E-TEXT
142600       MOVE SNW-G-SALDO           TO H-DIFFERENZ
142700       PERFORM 3800-ERGEBNIS-SCHREIBEN
142800                              THRU 3800-ERGEBNIS-SCHREIBEN-EXIT
142900       GO TO 3100-KONTO-ABSTIMMEN-EXIT
143000     END-IF
143100     SET SNW-K-GL-GELIEFERT (H-KONTO-IND) TO TRUE
143200     MOVE SNW-K-ENDSALDO (H-KONTO-IND)
143300                                  TO H-AUSZUGSSALDO
143400     PERFORM 3200-AK-ERMITTELN    THRU 3200-AK-ERMITTELN-EXIT
143500     IF H-AK-NUMMER               = ZERO
143600     THEN
143700       ADD C-1                    TO H-ANZ-UNVOLLST
143800       MOVE "KONTO KEINEM ABSTIMMKREIS ZUGEORDNET"
143900                                  TO SNW-E-TEXT
144000       COMPUTE H-DIFFERENZ = H-AUSZUGSSALDO - SNW-G-SALDO
144100       PERFORM 3800-ERGEBNIS-SCHREIBEN
144200                              THRU 3800-ERGEBNIS-SCHREIBEN-EXIT
144300       GO TO 3100-KONTO-ABSTIMMEN-EXIT
144400     END-IF
144500     IF MONATSENDE
144600     THEN
144700       PERFORM 6000-NACHWEIS-KOPF THRU 6000-NACHWEIS-KOPF-EXIT
144800     END-IF
144900     PERFORM 4000-POSTEN-SUMMIEREN
145000                              THRU 4000-POSTEN-SUMMIEREN-EXIT
145100     COMPUTE H-BUCHSALDO = H-AUSZUGSSALDO - H-SUMME-OFFEN
145200     COMPUTE H-DIFFERENZ = H-BUCHSALDO - SNW-G-SALDO
145300*    Salden: Auszug, Hauptbuch, offene Posten
145400     INITIALIZE SNW-DETAIL
145500     MOVE "SALDEN"                TO SNW-D-ART
145600     MOVE SNW-G-HERKUNFT          TO SNW-D-HERKUNFT
145700     MOVE SNW-G-KONTO-ID          TO SNW-D-KONTO-ID
145800     MOVE SNW-K-WAEHRUNG (H-KONTO-IND)
145900                                  TO SNW-D-WAEHRUNG
146000     MOVE H-AUSZUGSSALDO          TO SNW-D-BETRAG-1
146100     MOVE SNW-G-SALDO             TO SNW-D-BETRAG-2
146200     MOVE H-SUMME-OFFEN           TO SNW-D-BETRAG-3
146300     MOVE SNW-DETAIL              TO SNW-DRUCKZEILE
146400     WRITE SNW-DRUCKZEILE
146500     IF H-ANZ-FEHLER              NOT = ZERO
146600     THEN
146700       ADD C-1                    TO H-ANZ-UNVOLLST
146800       MOVE "LESEFEHLER IM POSTENBESTAND"
146900                                  TO SNW-E-TEXT
147000     ELSE
147100       IF SNW-G-WAEHRUNG          NOT = SPACE
147200          AND SNW-G-WAEHRUNG
147300                              NOT = SNW-K-WAEHRUNG (H-KONTO-IND)
147400       THEN
147500         ADD C-1                  TO H-ANZ-UNVOLLST
147600         MOVE "WAEHRUNG HAUPTBUCH WEICHT AB"
147700                                  TO SNW-E-TEXT
147800       ELSE
147900         IF H-DIFFERENZ           = ZERO
148000         THEN
148100           ADD C-1                TO H-ANZ-STIMMT
148200           SET ERGEBNIS-STIMMT    TO TRUE
148300           MOVE "NACHWEIS AUSGEGLICHEN"
148400                                  TO SNW-E-TEXT
148500         ELSE
148600           ADD C-1                TO H-ANZ-DIFFERENZ
148700           MOVE "UNERKLAERTE DIFFERENZ"
148800                                  TO SNW-E-TEXT
148900         END-IF
149000       END-IF
149100     END-IF
149200     PERFORM 3800-ERGEBNIS-SCHREIBEN
149300                              THRU 3800-ERGEBNIS-SCHREIBEN-EXIT
149400     IF MONATSENDE
149500     THEN
149600       PERFORM 6200-NACHWEIS-FUSS THRU 6200-NACHWEIS-FUSS-EXIT
149700     END-IF
149800     .
149900 3100-KONTO-ABSTIMMEN-1002.
150000 3100-KONTO-ABSTIMMEN-EXIT.
150100     EXIT.
150200/---------------------------------------------------------------*
150300* Abstimmkreis des Kontos ueber die Kontozuordnung KA01AKKTO    *
150400* ermitteln und die Ablageform aus KA01AKRS lesen               *
150500*---------------------------------------------------------------*
150600 3200-AK-ERMITTELN SECTION.
150700 3200-AK-ERMITTELN-1001.
150800     MOVE ZERO                    TO H-AK-NUMMER
150900     MOVE C-GELDKTO-UMSATZ-ABSTIMM
151000                                  TO KAI1AKK-ABSTIMM-ART
151100     MOVE SNW-G-HERKUNFT          TO KAI1AKK-HERKUNFT
151200     MOVE SNW-G-KONTO-ID          TO KAI1AKK-KONTO-ID
151220     MOVE SNW-K-WAEHRUNG (H-KONTO-IND)                            D03
151240                                  TO KAI1AKK-WAEHRUNG             D03
151300     CALL "CGSTAB"
151400     USING C-TAB-LESEN-EQUAL
151500           C-KONFIG-ID-KA
151600           C-OBJEKT-TAB-KA01AKKTO
151700           GSOVER-VERSTAENDIGUNGSBEREICH
151800           KAI1AKK-EINGABEBEREICH
151900           KAO0AKK-AUSGABEBEREICH
152000           GSTTAB-EIN-AUSGABEBEREICH
152100     END-CALL
152105*    ohne Zuordnung der Waehrungstasche die des Kontos            D03
152110     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND                 D03
152115        AND KAI1AKK-WAEHRUNG      NOT = SPACE                     D03
152120     THEN                                                         D03
152125       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D03
152130       MOVE SPACE                 TO KAI1AKK-WAEHRUNG             D03
152135       CALL "CGSTAB"                                              D03
152140       USING C-TAB-LESEN-EQUAL                                    D03
152145             C-KONFIG-ID-KA                                       D03
152150             C-OBJEKT-TAB-KA01AKKTO                               D03
152155             GSOVER-VERSTAENDIGUNGSBEREICH                        D03
152160             KAI1AKK-EINGABEBEREICH                               D03
152165             KAO0AKK-AUSGABEBEREICH                               D03
152170             GSTTAB-EIN-AUSGABEBEREICH                            D03
152175       END-CALL                                                   D03
152180     END-IF                                                       D03
152200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
152300     THEN
152400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
152500       GO TO 3200-AK-ERMITTELN-EXIT
152600     END-IF
152700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
152800                                  TO KAI0AKR-ABSTIMM-ART
152900     MOVE KAO0AKK-AK-NUMMER       TO KAI0AKR-AK-NUMMER
153000     CALL "CGSTAB"
153100     USING C-TAB-LESEN-EQUAL
153200           C-KONFIG-ID-KA
153300           C-OBJEKT-TAB-KA01AKRS
153400           GSOVER-VERSTAENDIGUNGSBEREICH
153500           KAI0AKR-EINGABEBEREICH
153600           KAO0AKR-AUSGABEBEREICH
153700           GSTTAB-EIN-AUSGABEBEREICH
153800     END-CALL
153900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
154000     THEN
154100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
154200       GO TO 3200-AK-ERMITTELN-EXIT
154300     END-IF
154400     MOVE KAO0AKK-AK-NUMMER       TO H-AK-NUMMER
154500     IF KAO0AKR-HOCHVOLUMEN-JA
154600     THEN
154700       SET ABLAGE-BKAAPHV         TO TRUE
154800     ELSE
154900       SET ABLAGE-BKAAPO          TO TRUE
155000     END-IF
155100     .
155200 3200-AK-ERMITTELN-1002.
155300 3200-AK-ERMITTELN-EXIT.
155400     EXIT.
155500/---------------------------------------------------------------*
155600* Ergebniszeile des Kontos schreiben                            *
155700*---------------------------------------------------------------*
155800 3800-ERGEBNIS-SCHREIBEN SECTION.
155900 3800-ERGEBNIS-SCHREIBEN-1001.
156000     IF ERGEBNIS-STIMMT
156100     THEN
156200       MOVE "STIMMT"              TO SNW-E-ART
156300     ELSE
156400       MOVE "DIFFERENZ"           TO SNW-E-ART
156500     END-IF
156600     MOVE SNW-G-HERKUNFT          TO SNW-E-HERKUNFT
156700     MOVE SNW-G-KONTO-ID          TO SNW-E-KONTO-ID
156800     MOVE SNW-G-WAEHRUNG          TO SNW-E-WAEHRUNG
156900     MOVE H-DIFFERENZ             TO SNW-E-BETRAG
157000     MOVE SNW-ERGEBNIS            TO SNW-DRUCKZEILE
157100     WRITE SNW-DRUCKZEILE
157200     .
157300 3800-ERGEBNIS-SCHREIBEN-1002.
157400 3800-ERGEBNIS-SCHREIBEN-EXIT.
157500     EXIT.
157600/---------------------------------------------------------------*
157700* Konto (H-SUCH-HERKUNFT/-KONTO-ID) in der Auszugstabelle      *
157800* suchen                                                        *
157820* je Waehrungstasche; Waehrung SPACE sucht die erste Tasche     * D03
157840* des Kontos                                                    * D03
157900*---------------------------------------------------------------*
158000 3900-KONTO-SUCHEN SECTION.
158100 3900-KONTO-SUCHEN-1001.
158200     MOVE ZERO                    TO H-KONTO-IND
158300     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
158400             UNTIL H-SUCH-IND     > SNW-ANZ-KONTEN
158500                OR H-KONTO-IND    NOT = ZERO
158600       IF SNW-K-HERKUNFT (H-SUCH-IND) = H-SUCH-HERKUNFT
158700          AND SNW-K-KONTO-ID (H-SUCH-IND) = H-SUCH-KONTO-ID
158720          AND (SNW-K-WAEHRUNG (H-SUCH-IND) = H-SUCH-WAEHRUNG      D03
158740            OR H-SUCH-WAEHRUNG        = SPACE)                    D03
158800       THEN
158900         MOVE H-SUCH-IND          TO H-KONTO-IND
159000       END-IF
159100     END-PERFORM
159200     .
159300 3900-KONTO-SUCHEN-1002.
159400 3900-KONTO-SUCHEN-EXIT.
159500     EXIT.
159600/---------------------------------------------------------------*
159700* Offene Posten des Kontos je Status seitenweise summieren      *
159800*---------------------------------------------------------------*
159900 4000-POSTEN-SUMMIEREN SECTION.
160000 4000-POSTEN-SUMMIEREN-1001.
160100     MOVE ZERO                    TO H-SUMME-OFFEN
160200                                     H-ANZ-OFFEN
160300                                     H-ANZ-FEHLER
160400     PERFORM VARYING H-ST-IND FROM 1 BY 1
160500             UNTIL H-ST-IND       > C-ANZ-STATI
160600       MOVE C-STATUS-WERT (H-ST-IND)
160700                                  TO H-STATUS-LAUF
160800       SET SEITEN-WEITER          TO TRUE
160900       IF ABLAGE-BKAAPO
161000       THEN
161100         INITIALIZE KAT5OF1-TRANSIENT-BEREICH
161200         MOVE C-N                 TO H-AUFSETZ-KZ
161300         PERFORM 4100-APO-SEITE   THRU 4100-APO-SEITE-EXIT
161400                 UNTIL SEITEN-FERTIG
161500       ELSE
161600         MOVE H-AK-NUMMER         TO HVZ-SK-AK-NUMMER
161700         MOVE H-STATUS-LAUF       TO HVZ-SK-STATUS
161800         MOVE ZERO                TO HVZ-SK-BUCHUNGSTAG-VON
161900         MOVE 99999999            TO HVZ-SK-BUCHUNGSTAG-BIS
162000         MOVE ZERO                TO HVZ-SK-AB-BUCHUNGSTAG
162100                                     HVZ-SK-AB-LFD-NR
162200         PERFORM 4300-HVZ-SEITE   THRU 4300-HVZ-SEITE-EXIT
162300                 UNTIL SEITEN-FERTIG
162400       END-IF
162500     END-PERFORM
162600     .
162700 4000-POSTEN-SUMMIEREN-1002.
162800 4000-POSTEN-SUMMIEREN-EXIT.
162900     EXIT.
163000/---------------------------------------------------------------*
163100* Eine Trefferseite BKAAPO ueber AKA5OF lesen                   *
163200*---------------------------------------------------------------*
163300 4100-APO-SEITE SECTION.
163400 4100-APO-SEITE-1001.
163500     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
163600     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
163700     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
163800     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
163900     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
164000     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
164100     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
164200     MOVE H-AUFSETZ-KZ            TO
164300                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
164400     CALL "AKA5OF" USING
164500          C-01-STD-APO-LIST-SUCHE
164600          C-KONFIG-ID-KA
164700          C-AKASNW
164800          GSOVER-VERSTAENDIGUNGSBEREICH
164900          KAI5OF3-EINGABEBEREICH
165000          KAO5OF2-AUSGABEBEREICH
165100          KAT5OF1-TRANSIENT-BEREICH
165200          KAXIND-INDICES
165300     END-CALL
165400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
165500     THEN
165600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165700       ADD C-1                    TO H-ANZ-FEHLER
165800       SET SEITEN-FERTIG          TO TRUE
165900       GO TO 4100-APO-SEITE-EXIT
166000     END-IF
166100     PERFORM 4200-APO-TREFFER     THRU 4200-APO-TREFFER-EXIT
166200             VARYING H-INDEX FROM 1 BY 1
166300             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
166400     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
166500     THEN
166600       SET SEITEN-FERTIG          TO TRUE
166700     ELSE
166800       MOVE C-J                   TO H-AUFSETZ-KZ
166900     END-IF
167000     .
167100 4100-APO-SEITE-1002.
167200 4100-APO-SEITE-EXIT.
167300     EXIT.
167400/---------------------------------------------------------------*
167500* BKAAPO-Treffer des abzustimmenden Kontos uebernehmen          *
167600*---------------------------------------------------------------*
167700 4200-APO-TREFFER SECTION.
167800 4200-APO-TREFFER-1001.
167900     IF KAO5OF2-APO-HERKUNFT (H-INDEX)
168000                                  NOT = SNW-G-HERKUNFT
168100        OR KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
168200                                  NOT = SNW-G-KONTO-ID
168300     THEN
168400       GO TO 4200-APO-TREFFER-EXIT
168500     END-IF
168600     MOVE H-STATUS-LAUF           TO H-P-STATUS
168700     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
168800                                  TO H-P-BUTAG
168900     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
169000                                  TO H-P-VALUTA
169100     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
169200                                  TO H-P-BETRAG
169300     MOVE KAO5OF2-APO-ZUSATZ-TXT-SL (H-INDEX)
169400                                  TO H-P-REFERENZ
169500     PERFORM 4500-POSTEN-ERFASSEN THRU 4500-POSTEN-ERFASSEN-EXIT
169600     .
169700 4200-APO-TREFFER-1002.
169800 4200-APO-TREFFER-EXIT.
169900     EXIT.
170000/---------------------------------------------------------------*
170100* Eine Trefferseite BKAAPHV ueber AKAHVZ lesen                  *
170200*---------------------------------------------------------------*
170300 4300-HVZ-SEITE SECTION.
170400 4300-HVZ-SEITE-1001.
170500     CALL "AKAHVZ"
170600     USING
170700       C-HVZ-SUCHEN
170800       HVZ-SATZ
170900       HVZ-SUCH-KRITERIUM
171000       HVZ-TREFFERLISTE
171100       HVZ-RUECKGABE
171200     END-CALL
171300     IF NOT HVZ-GEW-OK
171400     THEN
171500       ADD C-1                    TO H-ANZ-FEHLER
171600       SET SEITEN-FERTIG          TO TRUE
171700       GO TO 4300-HVZ-SEITE-EXIT
171800     END-IF
171900     PERFORM 4400-HVZ-TREFFER     THRU 4400-HVZ-TREFFER-EXIT
172000             VARYING H-INDEX FROM 1 BY 1
172100             UNTIL H-INDEX        > HVZ-ANZ-TREFFER
172200     IF HVZ-WEITERE-JA
172300        AND HVZ-ANZ-TREFFER       NOT = ZERO
172400     THEN
172500       MOVE HVZ-T-BUCHUNGSTAG (HVZ-ANZ-TREFFER)
172600                                  TO HVZ-SK-AB-BUCHUNGSTAG
172700       MOVE HVZ-T-LFD-NR (HVZ-ANZ-TREFFER)
172800                                  TO HVZ-SK-AB-LFD-NR
172900     ELSE
173000       SET SEITEN-FERTIG          TO TRUE
173100     END-IF
173200     .
173300 4300-HVZ-SEITE-1002.
173400 4300-HVZ-SEITE-EXIT.
173500     EXIT.
173600/---------------------------------------------------------------*
173700* BKAAPHV-Treffer des abzustimmenden Kontos uebernehmen         *
173800*---------------------------------------------------------------*
173900 4400-HVZ-TREFFER SECTION.
174000 4400-HVZ-TREFFER-1001.
174100     IF HVZ-T-HERKUNFT (H-INDEX)  NOT = SNW-G-HERKUNFT
174200        OR HVZ-T-KONTO-ID-ABSTIMM (H-INDEX)
174300                                  NOT = SNW-G-KONTO-ID
174400     THEN
174500       GO TO 4400-HVZ-TREFFER-EXIT
174600     END-IF
174700     MOVE H-STATUS-LAUF           TO H-P-STATUS
174800     MOVE HVZ-T-BUCHUNGSTAG (H-INDEX)
174900                                  TO H-P-BUTAG
175000     MOVE HVZ-T-VALUTA (H-INDEX)  TO H-P-VALUTA
175100     MOVE HVZ-T-BETRAG (H-INDEX)  TO H-P-BETRAG
175200     MOVE HVZ-T-ZUSATZTEXT-SL (H-INDEX)
175300                                  TO H-P-REFERENZ
175400     PERFORM 4500-POSTEN-ERFASSEN THRU 4500-POSTEN-ERFASSEN-EXIT
175500     .
175600 4400-HVZ-TREFFER-1002.
175700 4400-HVZ-TREFFER-EXIT.
175800     EXIT.
175900/---------------------------------------------------------------*
176000* Offenen Posten summieren und zum Monatsende als Abstimm-      *
176100* position in den Nachweis stellen                              *
176200*---------------------------------------------------------------*
176300 4500-POSTEN-ERFASSEN SECTION.
176400 4500-POSTEN-ERFASSEN-1001.
176500     ADD C-1                      TO H-ANZ-OFFEN
176600     ADD H-P-BETRAG               TO H-SUMME-OFFEN
176700     IF MONATSENDE
176800     THEN
176900       INITIALIZE NWS-DETAIL
177000       MOVE "./. OFFENER POSTEN"  TO NWS-D-TEXT
177100       MOVE H-P-STATUS            TO NWS-D-STATUS
177200       MOVE H-P-BUTAG             TO NWS-D-DATUM
177300       MOVE H-P-VALUTA            TO NWS-D-VALUTA
177400       MOVE H-P-BETRAG            TO NWS-D-BETRAG
177500       MOVE H-P-REFERENZ          TO NWS-D-REFERENZ
177600       MOVE NWS-DETAIL            TO SNW-NACHWEISZEILE
177700       WRITE SNW-NACHWEISZEILE
177800     END-IF
177900     .
178000 4500-POSTEN-ERFASSEN-1002.
178100 4500-POSTEN-ERFASSEN-EXIT.
178200     EXIT.
178300/---------------------------------------------------------------*
178400* Konten mit Auszug, fuer die kein Hauptbuchsaldo geliefert     *
178500* wurde, ausweisen                                              *
178600*---------------------------------------------------------------*
178700 5000-OHNE-HAUPTBUCH SECTION.
178800 5000-OHNE-HAUPTBUCH-1001.
178900     PERFORM VARYING H-KONTO-IND FROM 1 BY 1
179000             UNTIL H-KONTO-IND    > SNW-ANZ-KONTEN
179100       IF NOT SNW-K-GL-GELIEFERT (H-KONTO-IND)
179200       THEN
179300         SET ERGEBNIS-DIFFERENZ   TO TRUE
179400         ADD C-1                  TO H-ANZ-KONTEN
179500                                     H-ANZ-UNVOLLST
179600         MOVE SNW-K-HERKUNFT (H-KONTO-IND)
179700                                  TO SNW-G-HERKUNFT
179800         MOVE SNW-K-KONTO-ID (H-KONTO-IND)
179900                                  TO SNW-G-KONTO-ID
180000         MOVE SNW-K-WAEHRUNG (H-KONTO-IND)
180100                                  TO SNW-G-WAEHRUNG
180200         MOVE SNW-K-ENDSALDO (H-KONTO-IND)
180300                                  TO H-DIFFERENZ
180400         MOVE "KEIN HAUPTBUCHSALDO GELIEFERT"
180500                                  TO SNW-E-TEXT
180600         PERFORM 3800-ERGEBNIS-SCHREIBEN
180700                              THRU 3800-ERGEBNIS-SCHREIBEN-EXIT
180800       END-IF
180900     END-PERFORM
181000     .
181100 5000-OHNE-HAUPTBUCH-1002.
181200 5000-OHNE-HAUPTBUCH-EXIT.
181300     EXIT.
181400/---------------------------------------------------------------*
181500* Abstimmnachweis: Kopf und Saldo lt. Kontoauszug               *
181600*---------------------------------------------------------------*
181700 6000-NACHWEIS-KOPF SECTION.
181800 6000-NACHWEIS-KOPF-1001.
181900     MOVE SNW-P-LAUFDATUM         TO NWS-K-STICHTAG
182000     MOVE SNW-G-HERKUNFT          TO NWS-K-HERKUNFT
182100     MOVE SNW-G-KONTO-ID          TO NWS-K-KONTO-ID
182200     MOVE SNW-K-WAEHRUNG (H-KONTO-IND)
182300                                  TO NWS-K-WAEHRUNG
182400     MOVE H-AK-NUMMER             TO NWS-K-AK-NUMMER
182500     MOVE NWS-KOPF                TO SNW-NACHWEISZEILE
182600     WRITE SNW-NACHWEISZEILE
182700     INITIALIZE NWS-DETAIL
182800     MOVE "SALDO LT. KONTOAUSZUG"  TO NWS-D-TEXT
182900     MOVE SNW-K-AUSZUGSDATUM (H-KONTO-IND)
183000                                  TO NWS-D-DATUM
183100     MOVE H-AUSZUGSSALDO          TO NWS-D-BETRAG
183200     MOVE SNW-K-AUSZUGSNUMMER (H-KONTO-IND)
183300                                  TO NWS-D-REFERENZ
183400     MOVE NWS-DETAIL              TO SNW-NACHWEISZEILE
183500     WRITE SNW-NACHWEISZEILE
183600     .
183700 6000-NACHWEIS-KOPF-1002.
183800 6000-NACHWEIS-KOPF-EXIT.
183900     EXIT.
184000/---------------------------------------------------------------*
184100* Abstimmnachweis: errechneter Buchsaldo, Saldo lt. Hauptbuch   *
184200* und verbleibende Differenz                                    *
184300*---------------------------------------------------------------*
184400 6200-NACHWEIS-FUSS SECTION.
184500 6200-NACHWEIS-FUSS-1001.
184600     INITIALIZE NWS-DETAIL
184700     MOVE "= ERRECHNETER BUCHSALDO"
184800                                  TO NWS-D-TEXT
184900     MOVE H-BUCHSALDO             TO NWS-D-BETRAG
185000     MOVE NWS-DETAIL              TO SNW-NACHWEISZEILE
185100     WRITE SNW-NACHWEISZEILE
185200     INITIALIZE NWS-DETAIL
185300     MOVE "SALDO LT. HAUPTBUCH"   TO NWS-D-TEXT
185400     MOVE SNW-G-SALDO             TO NWS-D-BETRAG
185500     MOVE SNW-G-GL-KONTO          TO NWS-D-REFERENZ
185600     MOVE NWS-DETAIL              TO SNW-NACHWEISZEILE
185700     WRITE SNW-NACHWEISZEILE
185800     INITIALIZE NWS-DETAIL
185900     IF H-DIFFERENZ               = ZERO
186000     THEN
186100       MOVE "NACHWEIS AUSGEGLICHEN"
186200                                  TO NWS-D-TEXT
186300     ELSE
186400       MOVE "UNERKLAERTE DIFFERENZ"
186500                                  TO NWS-D-TEXT
186600     END-IF
186700     MOVE H-DIFFERENZ             TO NWS-D-BETRAG
186800     MOVE SNW-E-TEXT              TO NWS-D-REFERENZ
186900     MOVE NWS-DETAIL              TO SNW-NACHWEISZEILE
187000     WRITE SNW-NACHWEISZEILE
187100     MOVE SPACE                   TO SNW-NACHWEISZEILE
187200     WRITE SNW-NACHWEISZEILE
187300     .
187400 6200-NACHWEIS-FUSS-1002.
187500 6200-NACHWEIS-FUSS-EXIT.
187600     EXIT.
187700/---------------------------------------------------------------*
187800* Abschluss-Satz mit den Zaehlern des Laufs                     *
187900*---------------------------------------------------------------*
188000 7000-ABSCHLUSS SECTION.
188100 7000-ABSCHLUSS-1001.
188200     MOVE SNW-P-LAUFDATUM         TO SNW-A-LAUFDATUM
188300     MOVE H-ANZ-KONTEN            TO SNW-A-ANZ-KONTEN
188400     MOVE H-ANZ-STIMMT            TO SNW-A-ANZ-STIMMT
188500     MOVE H-ANZ-DIFFERENZ         TO SNW-A-ANZ-DIFFERENZ
188600     ADD H-ANZ-UEBERLAUF          TO H-ANZ-UNVOLLST
188700     MOVE H-ANZ-UNVOLLST          TO SNW-A-ANZ-UNVOLLST
188800     MOVE SNW-ABSCHLUSS           TO SNW-DRUCKZEILE
188900     WRITE SNW-DRUCKZEILE
189000     .
189100 7000-ABSCHLUSS-1002.
189200 7000-ABSCHLUSS-EXIT.
189300     EXIT.
189400/---------------------------------------------------------------*
189500* Programmende                                                  *
189600*---------------------------------------------------------------*
189700 9999-EXIT SECTION.
189800 9999-EXIT-1001.
189900     CLOSE SNWPARM
190000     CLOSE SNWGLS
190100     CLOSE SNWAUS
190200     CLOSE SNWNWS
190300     .
190400 9999-EXIT-1002.
190500 9999-EXIT-EXIT.
190600     EXIT.
