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
000160*@Titel         : Beguenstigtenvorschlaege offener Gutschriften
000160*@Elementname   : akabvs.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Beguenstigtenvorschlag (Nachtlauf)         *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Nachtlauf fuer die CpD-/Suspense-Abstimmkreise: zu jeder  *
001900* offenen Gutschrift werden aus Verwendungszweck und        *
002000* Ergaenzungstext Kandidaten fuer das Beguenstigtenkonto    *
002100* abgeleitet und gegen den Kontostamm-Auszug BVSKST         *
002200* geprueft. BVSPARM liefert Laufdatum, Abstimmkreistyp      *
002300* und Mindestbewertung (ohne Angabe Typ "CP" und 40).       *
002400* Der Auszug ist aufsteigend nach IBAN sortiert; nur        *
002500* aktive Konten (Status "A") werden geladen.                *
002600* Bewertung: IBAN im Text 100, Kontonummer im Text 80,      *
002700* Kundenname im Text bis 60 (Anteil der gefundenen          *
002800* Namensworte, mindestens die Haelfte). Bestaetigt der      *
002900* Name einen IBAN-/Kontotreffer, erhoeht sich die           *
003000* Bewertung um 10 (hoechstens 100).                         *
003100* Die besten drei Vorschlaege ab der Mindestbewertung       *
003200* werden in KA02AKBV abgelegt; Anzahl, bestes Konto und     *
003300* Bewertung werden ueber KKA4AP auf den Posten geschrieben  *
003400* (Anzeige AKAC5AP, Filter AKAC5AL). Ist kein Vorschlag     *
003500* mehr zu machen, werden vorhandene zurueckgesetzt.         *
003600* Abstimmkreise mit Hochvolumen-Ablage (BKAAPHV) werden     *
003700* nur im Protokoll BVSAUS ausgewiesen.                      *
003800*@E-ELEMENTBESCHREIBUNG                                     *
003900*                                                           *
004000*@A-MODULAUFRUF                                             *
004100* AKA5OF : Trefferliste offener APOs                        *
004200* KKA5AP : Lesen APO im Detail                              *
004300* KKA4AP : Fortschreiben APO (Update-Check)                 *
004400*@E-MODULAUFRUF                                             *
004500*                                                           *
004600*@A-COBOL-COPY                                              *
004700* Benoetigte COBOL-Copies:                                  *
004800* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004900* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005000* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005100* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005200* CKAI0ABV   : EINGABEBEREICH KA02AKBV                      *
005300* CKAO0ABV   : AUSGABEBEREICH KA02AKBV                      *
005400* CKAI5OF2   : EINGABEBEREICH AKA5OF                        *
005500* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005600* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005700* DKAXIND    : INDICES AKA5OF                               *
005800* CKAXIND    : INDICES AKA5OF                               *
005900* CKAI5AP1   : EINGABEBEREICH KKA5AP                        *
006000* CKAO5AP1   : AUSGABEBEREICH KKA5AP                        *
006100* CKAI4AP1   : EINGABEBEREICH KKA4AP                        *
006200*@E-COBOL-COPY                                              *
006300*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58782                                                *     D01
090052*     Neuanlage - Beguenstigtenvorschlaege aus dem          *     D01
090053*     Kontostamm-Auszug mit Ablage KA02AKBV und             *     D01
090054*     Kennzeichnung am Posten.                              *     D01
090055*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKABVS.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT BVSPARM               ASSIGN TO "BVSPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT BVSKST                ASSIGN TO "BVSKST"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT BVSAUS                ASSIGN TO "BVSAUS"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  BVSPARM
101900     RECORDING MODE IS F.
102000 01  BVS-PARM-SATZ.
102100     05 BVS-P-LAUFDATUM           PIC 9(008).
102200     05 FILLER                    PIC X(001).
102300     05 BVS-P-AK-TYP              PIC X(002).
102400     05 FILLER                    PIC X(001).
102500     05 BVS-P-MIN-SCORE           PIC 9(003).
102600*    Kontostamm-Auszug des Kernbankensystems, aufsteigend nach
102700*    IBAN sortiert
102800 FD  BVSKST
102900     RECORDING MODE IS F.
103000 01  BVS-KST-SATZ.
103100     05 BVS-K-IBAN                PIC X(034).
103200     05 FILLER                    PIC X(001).
103300     05 BVS-K-KONTONUMMER         PIC 9(012).
103400     05 FILLER                    PIC X(001).
103500     05 BVS-K-NAME                PIC X(035).
103600     05 FILLER                    PIC X(001).
103700     05 BVS-K-STATUS              PIC X(001).
103800        88 BVS-K-AKTIV            VALUE "A".
103900 FD  BVSAUS
104000     RECORDING MODE IS F.
104100 01  BVS-DRUCKZEILE               PIC X(150).
104200*---------------------------------------------------------------*
104300* WORKING-STORAGE-Section                                       *
104400*---------------------------------------------------------------*
104500 WORKING-STORAGE SECTION.
104600 01  VERS-INF.
104700     05  FILLER PIC X(13) VALUE "ELEM=akabvs  ".
104800     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104900/---------------------------------------------------------------*
105000* Konstanten                                                    *
105100*---------------------------------------------------------------*
105200 01  GS-KONSTANTEN.
105300     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105400     20 C-AKABVS                  PIC X(006) VALUE "AKABVS".
105500     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
105600     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
105700     20 C-OBJEKT-TAB-KA02AKBV     PIC X(009) VALUE "KA02AKBV".
105800     20 C-OBJEKT-AUF-KKA5AP       PIC X(020) VALUE "KKA5AP".
105900     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
106000     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
106100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
106200                                  VALUE "SCHREIBEN-EQUAL".
106300     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
106400                                  VALUE "01-STD-APO-LIST-SUCHE".
106500     20 C-01-INT-LES-APO-DETAIL   PIC X(040)
106600                                  VALUE "01-INT-LES-APO-DETAIL".
106700     20 C-01-INT-AEN-APO-UCHK     PIC X(040)
106800                                  VALUE "01-INT-AEN-APO-UCHK".
106900     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107000     20 C-J                       PIC X(001) VALUE "J".
107100     20 C-N                       PIC X(001) VALUE "N".
107200     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
107300     20 C-MAX-KST                 PIC 9(005) VALUE 30000.
107400     20 C-MAX-KAND                PIC 9(002) VALUE 10.
107500     20 C-MAX-VORSCHLAG           PIC 9(001) VALUE 3.
107600     20 C-MAX-NAMENSWORTE         PIC 9(001) VALUE 4.
107700     20 C-SCORE-IBAN              PIC 9(003) VALUE 100.
107800     20 C-SCORE-KONTO             PIC 9(003) VALUE 80.
107900     20 C-SCORE-NAME              PIC 9(003) VALUE 60.
108000     20 C-SCORE-BESTAETIGT        PIC 9(003) VALUE 10.
108100     20 C-SCORE-MAX               PIC 9(003) VALUE 100.
108200     20 C-ART-IBAN                PIC X(001) VALUE "I".
108300     20 C-ART-KONTO               PIC X(001) VALUE "K".
108400     20 C-ART-NAME                PIC X(001) VALUE "N".
108500     20 C-STD-AK-TYP              PIC X(002) VALUE "CP".
108600     20 C-STD-MIN-SCORE           PIC 9(003) VALUE 40.
108700     20 C-KLEIN                   PIC X(026) VALUE
108800        "abcdefghijklmnopqrstuvwxyz".
108900     20 C-GROSS                   PIC X(026) VALUE
109000        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
109100     20 C-TRENNER                 PIC X(008) VALUE ",.;:/-+?".
109200     20 C-TRENNER-LEER            PIC X(008) VALUE SPACE.
109300 01  C-STATI.
109400     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
109500 01  C-MELDUNGEN.
109600     05 C-MELD-VORSCHLAG          PIC X(012) VALUE "VORSCHLAG   ".
109700     05 C-MELD-ZURUECK            PIC X(012) VALUE "ZURUECKGES. ".
109800     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
109900     05 C-MELD-SORTFOLGE          PIC X(012) VALUE "SORTFOLGE   ".
110000     05 C-MELD-UEBERLAUF          PIC X(012) VALUE "UEBERLAUF   ".
110100     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
110200*    Rechtsformen und Anreden zaehlen nicht als Namensworte
110300 01  C-STOPPWORT-WERTE.
110400     05 FILLER                    PIC X(006) VALUE "GMBH  ".
110500     05 FILLER                    PIC X(006) VALUE "MBH   ".
110600     05 FILLER                    PIC X(006) VALUE "UND   ".
110700     05 FILLER                    PIC X(006) VALUE "OHG   ".
110800     05 FILLER                    PIC X(006) VALUE "GBR   ".
110900     05 FILLER                    PIC X(006) VALUE "HERR  ".
111000     05 FILLER                    PIC X(006) VALUE "FRAU  ".
111100     05 FILLER                    PIC X(006) VALUE "FIRMA ".
111200     05 FILLER                    PIC X(006) VALUE "DER   ".
111300     05 FILLER                    PIC X(006) VALUE "DIE   ".
111400     05 FILLER                    PIC X(006) VALUE "DAS   ".
111500     05 FILLER                    PIC X(006) VALUE "VON   ".
111600 01  C-STOPPWORTE REDEFINES C-STOPPWORT-WERTE.
111700     05 C-STOPPWORT               PIC X(006) OCCURS 12.
111800/---------------------------------------------------------------*
111900* Formatzeilen Protokoll BVSAUS                                 *
112000*---------------------------------------------------------------*
112100 01  BVS-DETAIL.
112200     05 BVS-D-MELDUNG             PIC X(012).
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 BVS-D-AK-NUMMER           PIC 9(005).
112500     05 FILLER                    PIC X(001) VALUE SPACE.
112600     05 BVS-D-KONTO-ID            PIC X(035).
112700     05 FILLER                    PIC X(001) VALUE SPACE.
112800     05 BVS-D-LFD-NR              PIC 9(007).
112900     05 FILLER                    PIC X(001) VALUE SPACE.
113000     05 BVS-D-BETRAG              PIC -(013)9,999.
113100     05 FILLER                    PIC X(001) VALUE SPACE.
113200     05 BVS-D-WAEHRUNG            PIC X(003).
113300     05 FILLER                    PIC X(001) VALUE SPACE.
113400     05 BVS-D-VORSCHLAG           PIC X(035).
113500     05 FILLER                    PIC X(001) VALUE SPACE.
113600     05 BVS-D-SCORE               PIC ZZ9.
113700     05 FILLER                    PIC X(001) VALUE SPACE.
113800     05 BVS-D-ART                 PIC X(001).
113900     05 FILLER                    PIC X(001) VALUE SPACE.
114000     05 BVS-D-ANZAHL              PIC 9(001).
114100     05 FILLER                    PIC X(021) VALUE SPACE.
114200 01  BVS-ENDE.
114300     05 FILLER                    PIC X(018) VALUE
114400        "KONTOSTAMM:       ".
114500     05 BVS-E-KONTOSTAMM          PIC Z(006)9.
114600     05 FILLER                    PIC X(016) VALUE
114700        "  GEPRUEFT:     ".
114800     05 BVS-E-GEPRUEFT            PIC Z(006)9.
114900     05 FILLER                    PIC X(016) VALUE
115000        "  VORSCHLAEGE:  ".
115100     05 BVS-E-VORSCHLAEGE         PIC Z(006)9.
115200     05 FILLER                    PIC X(016) VALUE
115300        "  FEHLER:       ".
115400     05 BVS-E-FEHLER              PIC Z(006)9.
115500     05 FILLER                    PIC X(056) VALUE SPACE.
115600/---------------------------------------------------------------*
115700* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
115800*---------------------------------------------------------------*
115900  COPY DCTGRCGE.
116000  COPY CGSOVER.
116100  COPY CGSTTAB.
116200  COPY CKA0AKRS.
116300  COPY CKAI0ABV.
116400  COPY CKAO0ABV.
116500  COPY DKAXIND.
116600  COPY CKAXIND.
116700  COPY CKAI5OF2.
116800  COPY CKAI5OF3.
116900  COPY CKAO5OF2.
117000  COPY CKAI5AP1.
117100  COPY CKAO5AP1.
117200  COPY CKAI4AP1.
117300 01  DUMMY                        PIC X(001).
117400/---------------------------------------------------------------*
117500* Hilfsvariable                                                 *
117600*---------------------------------------------------------------*
117700 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
117800 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
117900 01  H-AK-GEFUNDEN                PIC X(001).
118000     88 AKRS-GEFUNDEN             VALUE "J".
118100     88 AKRS-N-GEFUNDEN           VALUE "N".
118200 01  H-SEITE-STATUS               PIC X(001).
118300     88 SEITE-WEITER              VALUE "J".
118400     88 SEITE-FERTIG              VALUE "N".
118500 01  H-KST-STATUS                 PIC X(001).
118600     88 KST-WEITER                VALUE "J".
118700     88 KST-ENDE                  VALUE "N".
118800 01  H-SUCH-STATUS                PIC X(001).
118900     88 SUCHE-GEFUNDEN            VALUE "J".
119000     88 SUCHE-N-GEFUNDEN          VALUE "N".
119100 01  H-SAMMEL-STATUS              PIC X(001).
119200     88 SAMMELN-WEITER            VALUE "J".
119300     88 SAMMELN-FERTIG            VALUE "N".
119400 01  H-WORT-STATUS                PIC X(001).
119500     88 WORT-ZAEHLT               VALUE "J".
119600     88 WORT-ZAEHLT-NICHT         VALUE "N".
119700 01  H-FEHLER-STATUS              PIC X(001).
119800     88 FEHLER-JA                 VALUE "J".
119900     88 FEHLER-NEIN               VALUE "N".
120000 01  H-LAUFDATUM                  PIC 9(008).
120100 01  H-AK-TYP                     PIC X(002).
120200 01  H-MIN-SCORE                  PIC 9(003).
120300 01  H-INDEX                      PIC 9(003) COMP-3.
120400 01  H-KST-IND                    PIC 9(005) COMP-3.
120500 01  H-KAND-IND                   PIC 9(002) COMP-3.
120600 01  H-KAND-LAUF                  PIC 9(002) COMP-3.
120700 01  H-NW-IND                     PIC 9(001) COMP-3.
120800 01  H-SW-IND                     PIC 9(002) COMP-3.
120900 01  H-POS                        PIC 9(003) COMP-3.
121000 01  H-POS2                       PIC 9(003) COMP-3.
121100 01  H-LEN                        PIC 9(003) COMP-3.
121200 01  H-TREFFER                    PIC 9(003) COMP-3.
121300 01  H-GEFUNDEN-WORTE             PIC 9(001) COMP-3.
121400*    Suchtext: Leerzeichen, Verwendungszweck, Leerzeichen,
121500*    Ergaenzungstext, Leerzeichen - jedes Wort ist beidseitig
121600*    durch ein Leerzeichen begrenzt
121700 01  H-TEXT                       PIC X(123).
121800 01  H-ZEICHEN                    PIC X(001).
121900     88 Z-BUCHSTABE               VALUE "A" THRU "Z".
122000     88 Z-ZIFFER                  VALUE "0" THRU "9".
122100 01  H-NAME                       PIC X(036).
122200 01  H-WORT                       PIC X(035).
122300 01  H-WORT-LEN                   PIC 9(002) COMP-3.
122400 01  H-SUCHWORT                   PIC X(037).
122500 01  H-IBAN-ROH                   PIC X(034).
122600 01  H-IBAN-LEN                   PIC 9(002) COMP-3.
122700 01  H-IBAN-SUCH                  PIC X(034).
122800 01  H-VORHER-IBAN                PIC X(034).
122900 01  H-KTO-NUM                    PIC 9(012).
123000 01  H-KTO-NUM-X REDEFINES H-KTO-NUM
123100                                  PIC X(012).
123200 01  H-NEU-SCORE                  PIC 9(003).
123300 01  H-ART                        PIC X(001).
123400 01  H-ART-SCHWACH                PIC X(001).
123500 01  H-AUSWAHL-IND                PIC 9(002) COMP-3.
123600 01  H-AUSWAHL-SCORE              PIC 9(003).
123700 01  H-ANZ-VORSCHLAG              PIC 9(001).
123800 01  H-ALT-ANZAHL                 PIC 9(001).
123900 01  H-BESTES-KONTO               PIC X(034).
124000 01  H-BESTES-SCORE               PIC 9(003).
124100 01  H-FEHLERTEXT                 PIC X(035).
124200 01  H-ANZ-GEPRUEFT               PIC 9(007) COMP-3 VALUE ZERO.
124300 01  H-ANZ-VORSCHLAEGE            PIC 9(007) COMP-3 VALUE ZERO.
124400 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
124500/---------------------------------------------------------------*
124600* Kandidaten zum aktuellen Posten (Verweis in den Kontostamm)   *
124700*---------------------------------------------------------------*
124800 01  KAND-TABELLE.
124900     05 KAND-ANZ                  PIC 9(002) COMP-3.
125000     05 KAND-EINTRAG              OCCURS 10.
125100        10 KAND-KST-IND           PIC 9(005) COMP-3.
125200        10 KAND-SCORE             PIC 9(003).
125300        10 KAND-ART               PIC X(001).
125400/---------------------------------------------------------------*
125500* Kontostamm-Auszug im Speicher, aufsteigend nach IBAN; Name    *
125600* in Grossschrift mit Lage und Laenge der Namensworte           *
125700*---------------------------------------------------------------*
125800 01  H-KST-ANZ                    PIC 9(005) COMP-3 VALUE ZERO.
125900 01  KST-TABELLE.
126000     05 KST-EINTRAG               OCCURS 1 TO 30000
126100                                  DEPENDING ON H-KST-ANZ
126200                                  ASCENDING KEY KST-T-IBAN
126300                                  INDEXED BY KST-IX.
126400        10 KST-T-IBAN             PIC X(034).
126500        10 KST-T-KONTONUMMER      PIC 9(012).
126600        10 KST-T-NAME             PIC X(035).
126700        10 KST-T-NW-ANZ           PIC 9(001).
126800        10 KST-T-NW               OCCURS 4.
126900           15 KST-T-NW-POS        PIC 9(002).
127000           15 KST-T-NW-LEN        PIC 9(002).
127100/****************************************************************
127200 PROCEDURE DIVISION.
127300*****************************************************************
127400 0000-MAINLINE SECTION.
127500 0000-MAINLINE-1001.
127600     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
127700     PERFORM 2000-KONTOSTAMM-LADEN
127800                                  THRU 2000-KONTOSTAMM-LADEN-EXIT
127900     PERFORM 3000-VORSCHLAEGE     THRU 3000-VORSCHLAEGE-EXIT
128000     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
128100     STOP RUN
128200     .
128300 0000-MAINLINE-1002.
128400     EXIT.
128500/---------------------------------------------------------------*
128600* Initialisierung: Parameter lesen und vorbelegen               *
128700*---------------------------------------------------------------*
128800 1000-INITIALISIERUNG SECTION.
128900 1000-INITIALISIERUNG-1001.
129000     OPEN INPUT  BVSPARM
129100     OPEN INPUT  BVSKST
129200     OPEN OUTPUT BVSAUS
129300     READ BVSPARM
129400       AT END
129500         INITIALIZE BVS-PARM-SATZ
129600     END-READ
129700     IF BVS-P-LAUFDATUM           NUMERIC
129800        AND BVS-P-LAUFDATUM       > ZERO
129900     THEN
130000       MOVE BVS-P-LAUFDATUM       TO H-LAUFDATUM
130100     ELSE
130200       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
130300     END-IF
130400     IF BVS-P-AK-TYP              = SPACE OR LOW-VALUE
130500     THEN
130600       MOVE C-STD-AK-TYP          TO H-AK-TYP
130700     ELSE
130800       MOVE BVS-P-AK-TYP          TO H-AK-TYP
130900     END-IF
131000     IF BVS-P-MIN-SCORE           NUMERIC
131100        AND BVS-P-MIN-SCORE       > ZERO
131200     THEN
131300       MOVE BVS-P-MIN-SCORE       TO H-MIN-SCORE
131400     ELSE
131500       MOVE C-STD-MIN-SCORE       TO H-MIN-SCORE
131600     END-IF
131700     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
131800     .
131900 1000-INITIALISIERUNG-1002.
132000 1000-INITIALISIERUNG-EXIT.
132100     EXIT.
132200/---------------------------------------------------------------*
132300* Kontostamm-Auszug in den Speicher laden                       *
132400*---------------------------------------------------------------*
132500 2000-KONTOSTAMM-LADEN SECTION.
132600 2000-KONTOSTAMM-LADEN-1001.
132700     MOVE ZERO                    TO H-KST-ANZ
132800     MOVE LOW-VALUE               TO H-VORHER-IBAN
132900     SET KST-WEITER               TO TRUE
133000     PERFORM 2100-KST-LESEN       THRU 2100-KST-LESEN-EXIT
133100     PERFORM UNTIL KST-ENDE
133200       PERFORM 2200-KST-UEBERNEHMEN
133300                                THRU 2200-KST-UEBERNEHMEN-EXIT
133400       IF KST-WEITER
133500       THEN
133600         PERFORM 2100-KST-LESEN   THRU 2100-KST-LESEN-EXIT
133700       END-IF
133800     END-PERFORM
133900     .
134000 2000-KONTOSTAMM-LADEN-1002.
134100 2000-KONTOSTAMM-LADEN-EXIT.
134200     EXIT.
134300/---------------------------------------------------------------*
134400* Satz aus dem Kontostamm-Auszug lesen                          *
134500*---------------------------------------------------------------*
134600 2100-KST-LESEN SECTION.
134700 2100-KST-LESEN-1001.
134800     READ BVSKST
134900       AT END
135000         SET KST-ENDE             TO TRUE
135100     END-READ
135200     .
135300 2100-KST-LESEN-1002.
135400 2100-KST-LESEN-EXIT.
135500     EXIT.
135600/---------------------------------------------------------------*
135700* Aktives Konto in die Tabelle uebernehmen; Saetze ausserhalb   *
135800* der Sortierfolge werden protokolliert und uebergangen         *
135900*---------------------------------------------------------------*
136000 2200-KST-UEBERNEHMEN SECTION.
136100 2200-KST-UEBERNEHMEN-1001.
136200     IF NOT BVS-K-AKTIV
136300        OR BVS-K-IBAN             = SPACE
136400     THEN
136500       GO TO 2200-KST-UEBERNEHMEN-EXIT
136600     END-IF
136700     IF BVS-K-IBAN                NOT > H-VORHER-IBAN
136800     THEN
136900       ADD C-1                    TO H-ANZ-FEHLER
137000       INITIALIZE BVS-DETAIL
137100       MOVE C-MELD-SORTFOLGE      TO BVS-D-MELDUNG
137200       MOVE BVS-K-IBAN            TO BVS-D-VORSCHLAG
137300       MOVE BVS-DETAIL            TO BVS-DRUCKZEILE
137400       WRITE BVS-DRUCKZEILE
137500       GO TO 2200-KST-UEBERNEHMEN-EXIT
137600     END-IF
137700     IF H-KST-ANZ                 NOT < C-MAX-KST
137800     THEN
137900       ADD C-1                    TO H-ANZ-FEHLER
138000       INITIALIZE BVS-DETAIL
138100       MOVE C-MELD-UEBERLAUF      TO BVS-D-MELDUNG
138200       MOVE BVS-K-IBAN            TO BVS-D-VORSCHLAG
138300       MOVE BVS-DETAIL            TO BVS-DRUCKZEILE
138400       WRITE BVS-DRUCKZEILE
138500       SET KST-ENDE               TO TRUE
138600       GO TO 2200-KST-UEBERNEHMEN-EXIT
138700     END-IF
138800     ADD C-1                      TO H-KST-ANZ
138900     MOVE BVS-K-IBAN              TO KST-T-IBAN (H-KST-ANZ)
139000     MOVE BVS-K-IBAN              TO H-VORHER-IBAN
139100     IF BVS-K-KONTONUMMER         NUMERIC
139200     THEN
139300       MOVE BVS-K-KONTONUMMER     TO KST-T-KONTONUMMER (H-KST-ANZ)
139400     ELSE
139500       MOVE ZERO                  TO KST-T-KONTONUMMER (H-KST-ANZ)
139600     END-IF
139700     MOVE BVS-K-NAME              TO KST-T-NAME (H-KST-ANZ)
139800     INSPECT KST-T-NAME (H-KST-ANZ)
139900       CONVERTING C-KLEIN         TO C-GROSS
140000     INSPECT KST-T-NAME (H-KST-ANZ)
140100       CONVERTING C-TRENNER       TO C-TRENNER-LEER
140200     PERFORM 2300-NAMENSWORTE     THRU 2300-NAMENSWORTE-EXIT
140300     .
140400 2200-KST-UEBERNEHMEN-1002.
140500 2200-KST-UEBERNEHMEN-EXIT.
140600     EXIT.
140700/---------------------------------------------------------------*
140800* Namensworte (ab drei Zeichen, ohne Rechtsform/Anrede) mit     *
140900* Lage und Laenge vermerken, hoechstens vier                    *
141000*---------------------------------------------------------------*
141100 2300-NAMENSWORTE SECTION.
141200 2300-NAMENSWORTE-1001.
141300     MOVE ZERO                    TO KST-T-NW-ANZ (H-KST-ANZ)
141400     MOVE KST-T-NAME (H-KST-ANZ)  TO H-NAME
141500     MOVE 1                       TO H-POS
141600     PERFORM UNTIL H-POS          > 35
141700             OR KST-T-NW-ANZ (H-KST-ANZ) = C-MAX-NAMENSWORTE
141800       IF H-NAME (H-POS:1)        = SPACE
141900       THEN
142000         ADD C-1                  TO H-POS
142100       ELSE
142200         MOVE H-POS               TO H-POS2
142300         PERFORM UNTIL H-NAME (H-POS2:1) = SPACE
142400           ADD C-1                TO H-POS2
142500         END-PERFORM
142600         COMPUTE H-WORT-LEN       = H-POS2 - H-POS
142700         PERFORM 2400-WORT-PRUEFEN
142800                                THRU 2400-WORT-PRUEFEN-EXIT
142900         MOVE H-POS2              TO H-POS
143000       END-IF
143100     END-PERFORM
143200     .
143300 2300-NAMENSWORTE-1002.
143400 2300-NAMENSWORTE-EXIT.
143500     EXIT.
143600/---------------------------------------------------------------*
143700* Ein Namenswort pruefen und vermerken                          *
143800*---------------------------------------------------------------*
143900 2400-WORT-PRUEFEN SECTION.
144000 2400-WORT-PRUEFEN-1001.
144100     IF H-WORT-LEN                < 3
144200     THEN
144300       GO TO 2400-WORT-PRUEFEN-EXIT
144400     END-IF
144500     MOVE H-NAME (H-POS:H-WORT-LEN)
144600                                  TO H-WORT
144700     SET WORT-ZAEHLT              TO TRUE
144800     PERFORM VARYING H-SW-IND FROM 1 BY 1
144900             UNTIL H-SW-IND       > 12
145000                OR WORT-ZAEHLT-NICHT
145100       IF H-WORT                  = C-STOPPWORT (H-SW-IND)
145200       THEN
145300         SET WORT-ZAEHLT-NICHT    TO TRUE
145400       END-IF
145500     END-PERFORM
145600     IF WORT-ZAEHLT-NICHT
145700     THEN
145800       GO TO 2400-WORT-PRUEFEN-EXIT
145900     END-IF
146000     ADD C-1                      TO KST-T-NW-ANZ (H-KST-ANZ)
146100     MOVE KST-T-NW-ANZ (H-KST-ANZ)
146200                                  TO H-NW-IND
146300     MOVE H-POS          TO KST-T-NW-POS (H-KST-ANZ H-NW-IND)
146400     MOVE H-WORT-LEN     TO KST-T-NW-LEN (H-KST-ANZ H-NW-IND)
146500     .
146600 2400-WORT-PRUEFEN-1002.
146700 2400-WORT-PRUEFEN-EXIT.
146800     EXIT.
146900/---------------------------------------------------------------*
147000* Offene Gutschriften der CpD-Kreise durchlaufen                *
147100*---------------------------------------------------------------*
147200 3000-VORSCHLAEGE SECTION.
147300 3000-VORSCHLAEGE-1001.
147400*    ohne Kontostamm keine Aussage - vorhandene Vorschlaege
147500*    bleiben stehen
147600     IF H-KST-ANZ                 = ZERO
147700     THEN
147800       ADD C-1                    TO H-ANZ-FEHLER
147900       INITIALIZE BVS-DETAIL
148000       MOVE C-MELD-FEHLER         TO BVS-D-MELDUNG
148100       MOVE "KONTOSTAMM LEER"     TO BVS-D-VORSCHLAG
148200       MOVE BVS-DETAIL            TO BVS-DRUCKZEILE
148300       WRITE BVS-DRUCKZEILE
148400     ELSE
148500       MOVE C-1                   TO H-LFD-ZEILE
148600       PERFORM 3100-LESEN-AKRS-ZEILE
148700                                THRU 3100-LESEN-AKRS-ZEILE-EXIT
148800       PERFORM UNTIL AKRS-N-GEFUNDEN
148900         IF KA0AKRS-AK-TYP        = H-AK-TYP
149000         THEN
149100           PERFORM 3200-AK-VERARBEITEN
149200                                THRU 3200-AK-VERARBEITEN-EXIT
149300         END-IF
149400         MOVE H-NAECHSTE-ZEILE    TO H-LFD-ZEILE
149500         PERFORM 3100-LESEN-AKRS-ZEILE
149600                                THRU 3100-LESEN-AKRS-ZEILE-EXIT
149700       END-PERFORM
149800     END-IF
149900     INITIALIZE BVS-ENDE
150000     MOVE H-KST-ANZ               TO BVS-E-KONTOSTAMM
150100     MOVE H-ANZ-GEPRUEFT          TO BVS-E-GEPRUEFT
150200     MOVE H-ANZ-VORSCHLAEGE       TO BVS-E-VORSCHLAEGE
150300     MOVE H-ANZ-FEHLER            TO BVS-E-FEHLER
150400     MOVE BVS-ENDE                TO BVS-DRUCKZEILE
150500     WRITE BVS-DRUCKZEILE
150600     .
150700 3000-VORSCHLAEGE-1002.
150800 3000-VORSCHLAEGE-EXIT.
150900     EXIT.
151000/---------------------------------------------------------------*
151100* Zeile aus KA03AKRS lesen                                      *
151200*---------------------------------------------------------------*
151300 3100-LESEN-AKRS-ZEILE SECTION.
151400 3100-LESEN-AKRS-ZEILE-1001.
151500     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
151600     CALL "CGSTAB" USING
151700          C-TAB-LESEN-ZEILE
151800          C-KONFIG-ID-KA
151900          C-OBJEKT-TAB-KA03AKRS
152000          GSOVER-VERSTAENDIGUNGSBEREICH
152100          KA0AKRS-EINGABEBEREICH
152200          KA0AKRS-AUSGABEBEREICH
152300          DUMMY
152400     END-CALL
152500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
152600     THEN
152700       SET AKRS-GEFUNDEN          TO TRUE
152800       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
152900         ON SIZE ERROR CONTINUE
153000       END-ADD
153100     ELSE
153200       SET AKRS-N-GEFUNDEN        TO TRUE
153300     END-IF
153400     .
153500 3100-LESEN-AKRS-ZEILE-1002.
153600 3100-LESEN-AKRS-ZEILE-EXIT.
153700     EXIT.
153800/---------------------------------------------------------------*
153900* Offene Posten eines CpD-Kreises seitenweise lesen             *
154000*---------------------------------------------------------------*
154100 3200-AK-VERARBEITEN SECTION.
154200 3200-AK-VERARBEITEN-1001.
154300     IF KA0AKRS-HOCHVOLUMEN-JA
154400     THEN
154500       INITIALIZE BVS-DETAIL
154600       MOVE C-MELD-HOCHVOLUMEN    TO BVS-D-MELDUNG
154700       MOVE KA0AKRS-AK-NUMMER     TO BVS-D-AK-NUMMER
154800       MOVE BVS-DETAIL            TO BVS-DRUCKZEILE
154900       WRITE BVS-DRUCKZEILE
155000       GO TO 3200-AK-VERARBEITEN-EXIT
155100     END-IF
155200     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
155300     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
155400     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
155500     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
155600     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
155700     MOVE C-N
155800                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
155900     SET SEITE-WEITER             TO TRUE
156000     PERFORM UNTIL SEITE-FERTIG
156100       CALL "AKA5OF" USING
156200            C-01-STD-APO-LIST-SUCHE
156300            C-KONFIG-ID-KA
156400            C-AKABVS
156500            GSOVER-VERSTAENDIGUNGSBEREICH
156600            KAI5OF2-EINGABEBEREICH
156700            KAO5OF2-AUSGABEBEREICH
156800            DUMMY
156900            KAXIND-INDICES
157000       END-CALL
157100       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
157200          AND KAO5OF2-IND-LETZT   NOT = ZERO
157300       THEN
157400         PERFORM 3300-POSTEN-PRUEFEN
157500                                THRU 3300-POSTEN-PRUEFEN-EXIT
157600                                  VARYING H-INDEX FROM 1 BY 1
157700                                  UNTIL H-INDEX
157800                                        > KAO5OF2-IND-LETZT
157900         IF KAO5OF2-KZ-WEITER     = C-J
158000         THEN
158100           MOVE C-J
158200                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
158300         ELSE
158400           SET SEITE-FERTIG       TO TRUE
158500         END-IF
158600       ELSE
158700         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
158800         SET SEITE-FERTIG         TO TRUE
158900       END-IF
159000     END-PERFORM
159100     .
159200 3200-AK-VERARBEITEN-1002.
159300 3200-AK-VERARBEITEN-EXIT.
159400     EXIT.
159500/---------------------------------------------------------------*
159600* Eine offene Gutschrift bewerten: Kandidaten aus IBAN,         *
159700* Kontonummer und Kundenname sammeln, die besten auswaehlen     *
159800*---------------------------------------------------------------*
159900 3300-POSTEN-PRUEFEN SECTION.
160000 3300-POSTEN-PRUEFEN-1001.
160100     IF KAO5OF2-APO-BETRAG (H-INDEX) NOT > ZERO
160200     THEN
160300       GO TO 3300-POSTEN-PRUEFEN-EXIT
160400     END-IF
160500     ADD C-1                      TO H-ANZ-GEPRUEFT
160600     MOVE SPACE                   TO H-TEXT
160700     MOVE KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX)
160800                                  TO H-TEXT (2:60)
160900     MOVE KAO5OF2-APO-ERGAENZUNGSTEXT (H-INDEX)
161000                                  TO H-TEXT (63:60)
161100     INSPECT H-TEXT CONVERTING C-KLEIN   TO C-GROSS
161200     INSPECT H-TEXT CONVERTING C-TRENNER TO C-TRENNER-LEER
161300     MOVE ZERO                    TO KAND-ANZ
161400     PERFORM 3400-IBAN-PRUEFEN    THRU 3400-IBAN-PRUEFEN-EXIT
161500                                  VARYING H-POS FROM 2 BY 1
161600                                  UNTIL H-POS > 108
161700     PERFORM 3500-KONTONUMMER-PRUEFEN
161800                                THRU 3500-KONTONUMMER-PRUEFEN-EXIT
161900                                  VARYING H-POS FROM 2 BY 1
162000                                  UNTIL H-POS > 117
162100     PERFORM 3600-NAME-PRUEFEN    THRU 3600-NAME-PRUEFEN-EXIT
162200                                  VARYING H-KST-IND FROM 1 BY 1
162300                                  UNTIL H-KST-IND > H-KST-ANZ
162400     PERFORM 3700-VORSCHLAEGE-ORDNEN
162500                                THRU 3700-VORSCHLAEGE-ORDNEN-EXIT
162600     IF KAO5OF2-APO-BV-ANZAHL (H-INDEX) NUMERIC
162700     THEN
162800       MOVE KAO5OF2-APO-BV-ANZAHL (H-INDEX)
162900                                  TO H-ALT-ANZAHL
163000     ELSE
163100       MOVE ZERO                  TO H-ALT-ANZAHL
163200     END-IF
163300     IF H-ANZ-VORSCHLAG           = ZERO
163400        AND H-ALT-ANZAHL          = ZERO
163500     THEN
163600       GO TO 3300-POSTEN-PRUEFEN-EXIT
163700     END-IF
163800     PERFORM 3800-VORSCHLAG-SPEICHERN
163900                                THRU 3800-VORSCHLAG-SPEICHERN-EXIT
164000     .
164100 3300-POSTEN-PRUEFEN-1002.
164200 3300-POSTEN-PRUEFEN-EXIT.
164300     EXIT.
164400/---------------------------------------------------------------*
164500* IBAN ab Wortanfang (zwei Buchstaben, zwei Ziffern) sammeln,   *
164600* Vierergruppen zusammenziehen und - laengster Treffer zuerst - *
164700* im Kontostamm suchen                                          *
164800*---------------------------------------------------------------*
164900 3400-IBAN-PRUEFEN SECTION.
165000 3400-IBAN-PRUEFEN-1001.
165100     IF H-TEXT (H-POS - 1:1)      NOT = SPACE
165200     THEN
165300       GO TO 3400-IBAN-PRUEFEN-EXIT
165400     END-IF
165500     MOVE H-TEXT (H-POS:1)        TO H-ZEICHEN
165600     IF NOT Z-BUCHSTABE
165700     THEN
165800       GO TO 3400-IBAN-PRUEFEN-EXIT
165900     END-IF
166000     MOVE H-TEXT (H-POS + 1:1)    TO H-ZEICHEN
166100     IF NOT Z-BUCHSTABE
166200     THEN
166300       GO TO 3400-IBAN-PRUEFEN-EXIT
166400     END-IF
166500     MOVE H-TEXT (H-POS + 2:1)    TO H-ZEICHEN
166600     IF NOT Z-ZIFFER
166700     THEN
166800       GO TO 3400-IBAN-PRUEFEN-EXIT
166900     END-IF
167000     MOVE H-TEXT (H-POS + 3:1)    TO H-ZEICHEN
167100     IF NOT Z-ZIFFER
167200     THEN
167300       GO TO 3400-IBAN-PRUEFEN-EXIT
167400     END-IF
167500     MOVE SPACE                   TO H-IBAN-ROH
167600     MOVE ZERO                    TO H-IBAN-LEN
167700     MOVE H-POS                   TO H-POS2
167800     SET SAMMELN-WEITER           TO TRUE
167900     PERFORM UNTIL SAMMELN-FERTIG
168000       MOVE H-TEXT (H-POS2:1)     TO H-ZEICHEN
168100       EVALUATE TRUE
168200         WHEN Z-BUCHSTABE
168300         WHEN Z-ZIFFER
168400           ADD C-1                TO H-IBAN-LEN
168500           MOVE H-ZEICHEN         TO H-IBAN-ROH (H-IBAN-LEN:1)
168600         WHEN H-ZEICHEN           = SPACE
168700              AND H-TEXT (H-POS2 + 1:1) NOT = SPACE
168800           CONTINUE
168900         WHEN OTHER
169000           SET SAMMELN-FERTIG     TO TRUE
169100       END-EVALUATE
169200       ADD C-1                    TO H-POS2
169300       IF H-POS2                  > 122
169400          OR H-IBAN-LEN           = 34
169500       THEN
169600         SET SAMMELN-FERTIG       TO TRUE
169700       END-IF
169800     END-PERFORM
169900     IF H-IBAN-LEN                < 15
170000     THEN
170100       GO TO 3400-IBAN-PRUEFEN-EXIT
170200     END-IF
170300     MOVE H-IBAN-LEN              TO H-LEN
170400     SET SUCHE-N-GEFUNDEN         TO TRUE
170500     PERFORM UNTIL H-LEN          < 15
170600             OR SUCHE-GEFUNDEN
170700       MOVE SPACE                 TO H-IBAN-SUCH
170800       MOVE H-IBAN-ROH (1:H-LEN)  TO H-IBAN-SUCH
170900       SEARCH ALL KST-EINTRAG
171000         AT END
171100           CONTINUE
171200         WHEN KST-T-IBAN (KST-IX) = H-IBAN-SUCH
171300           SET SUCHE-GEFUNDEN     TO TRUE
171400           SET H-KST-IND          TO KST-IX
171500       END-SEARCH
171600       SUBTRACT C-1               FROM H-LEN
171700     END-PERFORM
171800     IF SUCHE-GEFUNDEN
171900     THEN
172000       MOVE C-SCORE-IBAN          TO H-NEU-SCORE
172100       MOVE C-ART-IBAN            TO H-ART
172200       PERFORM 3900-KANDIDAT-AUFNEHMEN
172300                                THRU 3900-KANDIDAT-AUFNEHMEN-EXIT
172400     END-IF
172500     .
172600 3400-IBAN-PRUEFEN-1002.
172700 3400-IBAN-PRUEFEN-EXIT.
172800     EXIT.
172900/---------------------------------------------------------------*
173000* Freistehende Ziffernfolge (6 bis 12 Stellen) als Kontonummer  *
173100* im Kontostamm suchen                                          *
173200*---------------------------------------------------------------*
173300 3500-KONTONUMMER-PRUEFEN SECTION.
173400 3500-KONTONUMMER-PRUEFEN-1001.
173500     IF H-TEXT (H-POS - 1:1)      NOT = SPACE
173600     THEN
173700       GO TO 3500-KONTONUMMER-PRUEFEN-EXIT
173800     END-IF
173900     MOVE H-TEXT (H-POS:1)        TO H-ZEICHEN
174000     IF NOT Z-ZIFFER
174100     THEN
174200       GO TO 3500-KONTONUMMER-PRUEFEN-EXIT
174300     END-IF
174400     MOVE H-POS                   TO H-POS2
174500     PERFORM UNTIL NOT Z-ZIFFER
174600       ADD C-1                    TO H-POS2
174700       MOVE H-TEXT (H-POS2:1)     TO H-ZEICHEN
174800     END-PERFORM
174900     COMPUTE H-LEN                = H-POS2 - H-POS
175000     IF H-ZEICHEN                 NOT = SPACE
175100        OR H-LEN                  < 6
175200        OR H-LEN                  > 12
175300     THEN
175400       GO TO 3500-KONTONUMMER-PRUEFEN-EXIT
175500     END-IF
175600     MOVE ZERO                    TO H-KTO-NUM
175700     MOVE H-TEXT (H-POS:H-LEN)
175800                        TO H-KTO-NUM-X (13 - H-LEN:H-LEN)
175900     IF H-KTO-NUM                 = ZERO
176000     THEN
176100       GO TO 3500-KONTONUMMER-PRUEFEN-EXIT
176200     END-IF
176300     MOVE C-SCORE-KONTO           TO H-NEU-SCORE
176400     MOVE C-ART-KONTO             TO H-ART
176500     PERFORM VARYING H-KST-IND FROM 1 BY 1
176600             UNTIL H-KST-IND      > H-KST-ANZ
176700       IF KST-T-KONTONUMMER (H-KST-IND) = H-KTO-NUM
176800       THEN
176900         PERFORM 3900-KANDIDAT-AUFNEHMEN
177000                                THRU 3900-KANDIDAT-AUFNEHMEN-EXIT
177100       END-IF
177200     END-PERFORM
177300     .
177400 3500-KONTONUMMER-PRUEFEN-1002.
177500 3500-KONTONUMMER-PRUEFEN-EXIT.
177600     EXIT.
177700/---------------------------------------------------------------*
177800* Namensaehnlichkeit: Anteil der Namensworte eines Kontos, die  *
177900* als ganzes Wort im Text stehen (mindestens die Haelfte)       *
178000*---------------------------------------------------------------*
178100 3600-NAME-PRUEFEN SECTION.
178200 3600-NAME-PRUEFEN-1001.
178300     IF KST-T-NW-ANZ (H-KST-IND)  = ZERO
178400     THEN
178500       GO TO 3600-NAME-PRUEFEN-EXIT
178600     END-IF
178700     MOVE ZERO                    TO H-GEFUNDEN-WORTE
178800     PERFORM VARYING H-NW-IND FROM 1 BY 1
178900             UNTIL H-NW-IND       > KST-T-NW-ANZ (H-KST-IND)
179000       MOVE SPACE                 TO H-SUCHWORT
179100       MOVE KST-T-NAME (H-KST-IND)
179200            (KST-T-NW-POS (H-KST-IND H-NW-IND):
179300             KST-T-NW-LEN (H-KST-IND H-NW-IND))
179400                                  TO H-SUCHWORT (2:)
179500       COMPUTE H-LEN = KST-T-NW-LEN (H-KST-IND H-NW-IND) + 2
179600       MOVE ZERO                  TO H-TREFFER
179700       INSPECT H-TEXT TALLYING H-TREFFER
179800         FOR ALL H-SUCHWORT (1:H-LEN)
179900       IF H-TREFFER               > ZERO
180000       THEN
180100         ADD C-1                  TO H-GEFUNDEN-WORTE
180200       END-IF
180300     END-PERFORM
180400     IF H-GEFUNDEN-WORTE          = ZERO
180500        OR H-GEFUNDEN-WORTE * 2   < KST-T-NW-ANZ (H-KST-IND)
180600     THEN
180700       GO TO 3600-NAME-PRUEFEN-EXIT
180800     END-IF
180900     COMPUTE H-NEU-SCORE          = C-SCORE-NAME
181000                                  * H-GEFUNDEN-WORTE
181100                                  / KST-T-NW-ANZ (H-KST-IND)
181200     MOVE C-ART-NAME              TO H-ART
181300     PERFORM 3900-KANDIDAT-AUFNEHMEN
181400                                THRU 3900-KANDIDAT-AUFNEHMEN-EXIT
181500     .
181600 3600-NAME-PRUEFEN-1002.
181700 3600-NAME-PRUEFEN-EXIT.
181800     EXIT.
181900/---------------------------------------------------------------*
182000* Die besten Kandidaten ab der Mindestbewertung uebernehmen     *
182100* (hoechstens drei, absteigend) und das beste Konto bestimmen   *
182200*---------------------------------------------------------------*
182300 3700-VORSCHLAEGE-ORDNEN SECTION.
182400 3700-VORSCHLAEGE-ORDNEN-1001.
182500     INITIALIZE KAO0ABV-AUSGABEBEREICH
182600     MOVE ZERO                    TO H-ANZ-VORSCHLAG
182700     MOVE SPACE                   TO H-BESTES-KONTO
182800     MOVE ZERO                    TO H-BESTES-SCORE
182900     SET SUCHE-GEFUNDEN           TO TRUE
183000     PERFORM UNTIL H-ANZ-VORSCHLAG = C-MAX-VORSCHLAG
183100             OR SUCHE-N-GEFUNDEN
183200       MOVE ZERO                  TO H-AUSWAHL-IND
183300       MOVE ZERO                  TO H-AUSWAHL-SCORE
183400       PERFORM VARYING H-KAND-LAUF FROM 1 BY 1
183500               UNTIL H-KAND-LAUF  > KAND-ANZ
183600         IF KAND-SCORE (H-KAND-LAUF) NOT < H-MIN-SCORE
183700            AND KAND-SCORE (H-KAND-LAUF) > H-AUSWAHL-SCORE
183800         THEN
183900           MOVE H-KAND-LAUF       TO H-AUSWAHL-IND
184000           MOVE KAND-SCORE (H-KAND-LAUF)
184100                                  TO H-AUSWAHL-SCORE
184200         END-IF
184300       END-PERFORM
184400       IF H-AUSWAHL-IND           = ZERO
184500       THEN
184600         SET SUCHE-N-GEFUNDEN     TO TRUE
184700       ELSE
184800         ADD C-1                  TO H-ANZ-VORSCHLAG
184900         MOVE KAND-KST-IND (H-AUSWAHL-IND)
185000                                  TO H-KST-IND
185100         MOVE KST-T-IBAN (H-KST-IND)
185200                          TO KAO0ABV-IBAN (H-ANZ-VORSCHLAG)
185300         MOVE KST-T-KONTONUMMER (H-KST-IND)
185400                          TO KAO0ABV-KONTONUMMER (H-ANZ-VORSCHLAG)
185500         MOVE KST-T-NAME (H-KST-IND)
185600                          TO KAO0ABV-NAME (H-ANZ-VORSCHLAG)
185700         MOVE H-AUSWAHL-SCORE
185800                          TO KAO0ABV-SCORE (H-ANZ-VORSCHLAG)
185900         MOVE KAND-ART (H-AUSWAHL-IND)
186000                          TO KAO0ABV-TREFFER-ART (H-ANZ-VORSCHLAG)
186100         MOVE ZERO                TO KAND-SCORE (H-AUSWAHL-IND)
186200       END-IF
186300     END-PERFORM
186400     MOVE H-LAUFDATUM             TO KAO0ABV-LAUF-DATUM
186500     MOVE H-ANZ-VORSCHLAG         TO KAO0ABV-ANZAHL
186600     IF H-ANZ-VORSCHLAG           > ZERO
186700     THEN
186800       MOVE KAO0ABV-SCORE (1)     TO H-BESTES-SCORE
186900       IF KAO0ABV-IBAN (1)        NOT = SPACE
187000       THEN
187100         MOVE KAO0ABV-IBAN (1)    TO H-BESTES-KONTO
187200       ELSE
187300         MOVE KAO0ABV-KONTONUMMER (1)
187400                                  TO H-BESTES-KONTO
187500       END-IF
187600     END-IF
187700     .
187800 3700-VORSCHLAEGE-ORDNEN-1002.
187900 3700-VORSCHLAEGE-ORDNEN-EXIT.
188000     EXIT.
188100/---------------------------------------------------------------*
188200* Vorschlaege in KA02AKBV ablegen und - bei Aenderung - Anzahl, *
188300* bestes Konto und Bewertung am Posten fortschreiben            *
188400*---------------------------------------------------------------*
188500 3800-VORSCHLAG-SPEICHERN SECTION.
188600 3800-VORSCHLAG-SPEICHERN-1001.
188700     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
188800                                  TO KAI0ABV-AK-NUMMER
188900     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
189000                                  TO KAI0ABV-HERKUNFT
189100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
189200                                  TO KAI0ABV-KONTO-ID
189300     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
189400                                  TO KAI0ABV-AUSZUGSDATUM
189500     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
189600                                  TO KAI0ABV-AUSZUGSNUMMER
189700     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
189800                                  TO KAI0ABV-AUSZUG-FNR
189900     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
190000                                  TO KAI0ABV-LFD-NR-APO
190100     CALL "CGSTAB"
190200     USING C-TAB-SCHREIBEN-EQUAL
190300           C-KONFIG-ID-KA
190400           C-OBJEKT-TAB-KA02AKBV
190500           GSOVER-VERSTAENDIGUNGSBEREICH
190600           KAI0ABV-EINGABEBEREICH
190700           KAO0ABV-AUSGABEBEREICH
190800           GSTTAB-EIN-AUSGABEBEREICH
190900     END-CALL
191000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
191100     THEN
191200       MOVE "VORSCHLAG NICHT SCHREIBBAR"
191300                                  TO H-FEHLERTEXT
191400       PERFORM 3950-FEHLER-PROTOKOLL
191500                                THRU 3950-FEHLER-PROTOKOLL-EXIT
191600       GO TO 3800-VORSCHLAG-SPEICHERN-EXIT
191700     END-IF
191800     IF H-ANZ-VORSCHLAG           NOT = H-ALT-ANZAHL
191900        OR H-BESTES-KONTO         NOT =
192000           KAO5OF2-APO-BV-KONTO (H-INDEX)
192100        OR H-BESTES-SCORE         NOT =
192200           KAO5OF2-APO-BV-SCORE (H-INDEX)
192300     THEN
192400       PERFORM 3850-POSTEN-FORTSCHREIBEN
192500                              THRU 3850-POSTEN-FORTSCHREIBEN-EXIT
192600       IF FEHLER-JA
192700       THEN
192800         GO TO 3800-VORSCHLAG-SPEICHERN-EXIT
192900       END-IF
193000     END-IF
193100     INITIALIZE BVS-DETAIL
193200     IF H-ANZ-VORSCHLAG           > ZERO
193300     THEN
193400       ADD C-1                    TO H-ANZ-VORSCHLAEGE
193500       MOVE C-MELD-VORSCHLAG      TO BVS-D-MELDUNG
193600       MOVE H-BESTES-KONTO        TO BVS-D-VORSCHLAG
193700       MOVE H-BESTES-SCORE        TO BVS-D-SCORE
193800       MOVE KAO0ABV-TREFFER-ART (1)
193900                                  TO BVS-D-ART
194000     ELSE
194100       MOVE C-MELD-ZURUECK        TO BVS-D-MELDUNG
194200     END-IF
194300     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
194400                                  TO BVS-D-AK-NUMMER
194500     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
194600                                  TO BVS-D-KONTO-ID
194700     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
194800                                  TO BVS-D-LFD-NR
194900     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
195000                                  TO BVS-D-BETRAG
195100     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
195200                                  TO BVS-D-WAEHRUNG
195300     MOVE H-ANZ-VORSCHLAG         TO BVS-D-ANZAHL
195400     MOVE BVS-DETAIL              TO BVS-DRUCKZEILE
195500     WRITE BVS-DRUCKZEILE
195600     .
195700 3800-VORSCHLAG-SPEICHERN-1002.
195800 3800-VORSCHLAG-SPEICHERN-EXIT.
195900     EXIT.
196000/---------------------------------------------------------------*
196100* Posten lesen und Vorschlagsfelder per Update-Check setzen     *
196200*---------------------------------------------------------------*
196300 3850-POSTEN-FORTSCHREIBEN SECTION.
196400 3850-POSTEN-FORTSCHREIBEN-1001.
196500     SET FEHLER-NEIN              TO TRUE
196600     MOVE C-01-INT-LES-APO-DETAIL TO KAI5AP1-FUNKTION
196700     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
196800                                  TO KAI5AP1-ABSTIMMKREIS-NR
196900     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
197000                                  TO KAI5AP1-HERKUNFT
197100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
197200                                  TO KAI5AP1-KONTO-ID-ABSTIMM
197300     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
197400                                  TO KAI5AP1-AUSZUGSDATUM
197500     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
197600                                  TO KAI5AP1-AUSZUGSNUMMER
197700     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
197800                                  TO KAI5AP1-AUSZUG-FNR
197900     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
198000                                  TO KAI5AP1-LFD-NR-APO
198100     CALL "CGSAUF"
198200     USING C-AUF-AUFRUF-AL
198300           C-KONFIG-ID-KA
198400           C-OBJEKT-AUF-KKA5AP
198500           GSOVER-VERSTAENDIGUNGSBEREICH
198600           KAI5AP1-EINGABEBEREICH
198700           KAO5AP1-AUSGABEBEREICH
198800           DUMMY
198900           KAXIND-INDICES
199000     END-CALL
199100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
199200     THEN
199300       SET FEHLER-JA              TO TRUE
199400       MOVE "POSTEN NICHT LESBAR" TO H-FEHLERTEXT
199500       PERFORM 3950-FEHLER-PROTOKOLL
199600                                THRU 3950-FEHLER-PROTOKOLL-EXIT
199700       GO TO 3850-POSTEN-FORTSCHREIBEN-EXIT
199800     END-IF
199900     MOVE C-01-INT-AEN-APO-UCHK   TO KAI4AP1-FUNKTION
200000     MOVE KAO5AP1-APO-PK          TO KAI4AP1-APO-PK
200100     MOVE KAO5AP1-APO-DATEN       TO KAI4AP1-APO-DATEN
200200     MOVE H-ANZ-VORSCHLAG         TO KAI4AP1-APO-BV-ANZAHL
200300     MOVE H-BESTES-KONTO          TO KAI4AP1-APO-BV-KONTO
200400     MOVE H-BESTES-SCORE          TO KAI4AP1-APO-BV-SCORE
200500     CALL "CGSAUF"
200600     USING C-AUF-AUFRUF-AL
200700           C-KONFIG-ID-KA
200800           C-OBJEKT-AUF-KKA4AP
200900           GSOVER-VERSTAENDIGUNGSBEREICH
201000           KAI4AP1-EINGABEBEREICH
201100           DUMMY
201200           DUMMY
201300           KAXIND-INDICES
201400     END-CALL
201500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
201600     THEN
201700       SET FEHLER-JA              TO TRUE
201800       MOVE "POSTEN NICHT FORTSCHREIBBAR"
201900                                  TO H-FEHLERTEXT
202000       PERFORM 3950-FEHLER-PROTOKOLL
202100                                THRU 3950-FEHLER-PROTOKOLL-EXIT
202200     END-IF
202300     .
202400 3850-POSTEN-FORTSCHREIBEN-1002.
202500 3850-POSTEN-FORTSCHREIBEN-EXIT.
202600     EXIT.
202700/---------------------------------------------------------------*
202800* Kandidat aufnehmen: bekanntes Konto behaelt die hoehere       *
202900* Bewertung, ein zusaetzlicher Namenstreffer bestaetigt den     *
203000* IBAN-/Kontotreffer; bei voller Tabelle verdraengt er den      *
203100* schwaechsten Kandidaten                                       *
203200*---------------------------------------------------------------*
203300 3900-KANDIDAT-AUFNEHMEN SECTION.
203400 3900-KANDIDAT-AUFNEHMEN-1001.
203500     MOVE ZERO                    TO H-KAND-IND
203600     PERFORM VARYING H-KAND-LAUF FROM 1 BY 1
203700             UNTIL H-KAND-LAUF    > KAND-ANZ
203800       IF KAND-KST-IND (H-KAND-LAUF) = H-KST-IND
203900       THEN
204000         MOVE H-KAND-LAUF         TO H-KAND-IND
204100       END-IF
204200     END-PERFORM
204300     IF H-KAND-IND                NOT = ZERO
204400     THEN
204500       IF H-NEU-SCORE             > KAND-SCORE (H-KAND-IND)
204600       THEN
204700         MOVE KAND-ART (H-KAND-IND)
204800                                  TO H-ART-SCHWACH
204900         MOVE H-NEU-SCORE         TO KAND-SCORE (H-KAND-IND)
205000         MOVE H-ART               TO KAND-ART (H-KAND-IND)
205100       ELSE
205200         MOVE H-ART               TO H-ART-SCHWACH
205300       END-IF
205400       IF H-ART-SCHWACH           = C-ART-NAME
205500          AND KAND-ART (H-KAND-IND) NOT = C-ART-NAME
205600       THEN
205700         ADD C-SCORE-BESTAETIGT   TO KAND-SCORE (H-KAND-IND)
205800         IF KAND-SCORE (H-KAND-IND) > C-SCORE-MAX
205900         THEN
206000           MOVE C-SCORE-MAX       TO KAND-SCORE (H-KAND-IND)
206100         END-IF
206200       END-IF
206300       GO TO 3900-KANDIDAT-AUFNEHMEN-EXIT
206400     END-IF
206500     IF KAND-ANZ                  < C-MAX-KAND
206600     THEN
206700       ADD C-1                    TO KAND-ANZ
206800       MOVE KAND-ANZ              TO H-KAND-IND
206900     ELSE
207000       MOVE 1                     TO H-KAND-IND
207100       PERFORM VARYING H-KAND-LAUF FROM 2 BY 1
207200               UNTIL H-KAND-LAUF  > KAND-ANZ
207300         IF KAND-SCORE (H-KAND-LAUF) < KAND-SCORE (H-KAND-IND)
207400         THEN
207500           MOVE H-KAND-LAUF       TO H-KAND-IND
207600         END-IF
207700       END-PERFORM
207800       IF H-NEU-SCORE             NOT > KAND-SCORE (H-KAND-IND)
207900       THEN
208000         GO TO 3900-KANDIDAT-AUFNEHMEN-EXIT
208100       END-IF
208200     END-IF
208300     MOVE H-KST-IND               TO KAND-KST-IND (H-KAND-IND)
208400     MOVE H-NEU-SCORE             TO KAND-SCORE (H-KAND-IND)
208500     MOVE H-ART                   TO KAND-ART (H-KAND-IND)
208600     .
208700 3900-KANDIDAT-AUFNEHMEN-1002.
208800 3900-KANDIDAT-AUFNEHMEN-EXIT.
208900     EXIT.
209000/---------------------------------------------------------------*
209100* Fehlerzeile fuer einen nicht gespeicherten Vorschlag          *
209200*---------------------------------------------------------------*
209300 3950-FEHLER-PROTOKOLL SECTION.
209400 3950-FEHLER-PROTOKOLL-1001.
209500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
209600     ADD C-1                      TO H-ANZ-FEHLER
209700     INITIALIZE BVS-DETAIL
209800     MOVE C-MELD-FEHLER           TO BVS-D-MELDUNG
209900     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
210000                                  TO BVS-D-AK-NUMMER
210100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
210200                                  TO BVS-D-KONTO-ID
210300     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
210400                                  TO BVS-D-LFD-NR
210500     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
210600                                  TO BVS-D-BETRAG
210700     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
210800                                  TO BVS-D-WAEHRUNG
210900     MOVE H-FEHLERTEXT            TO BVS-D-VORSCHLAG
211000     MOVE BVS-DETAIL              TO BVS-DRUCKZEILE
211100     WRITE BVS-DRUCKZEILE
211200     .
211300 3950-FEHLER-PROTOKOLL-1002.
211400 3950-FEHLER-PROTOKOLL-EXIT.
211500     EXIT.
211600/---------------------------------------------------------------*
211700* Programmende                                                  *
211800*---------------------------------------------------------------*
211900 9999-EXIT SECTION.
212000 9999-EXIT-1001.
212100     CLOSE BVSPARM
212200     CLOSE BVSKST
212300     CLOSE BVSAUS
212400     .
212500 9999-EXIT-1002.
212600 9999-EXIT-EXIT.
212700     EXIT.
