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
000160*@Titel         : Nachforderung fehlender Kontoauszuege per MT920
000160*@Elementname   : akamrq.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Tageslauf MT920-Nachforderungen            *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Tageslauf fuer die Nachforderung fehlender Auszuege       *
001900* bei der Korrespondenzbank per SWIFT MT920, Register       *
002000* KA02AKAF (je Konto, Waehrungstasche, Nachrichtentyp).     *
002100* MRQPARM liefert Laufdatum, Nachfass-Abstand in Tagen,     *
002200* Hoechstzahl der Nachfassungen und den Nachrichtentyp      *
002300* fuer fehlende Auszuege (ohne Angabe 2, 3 und MT940).      *
002400* Durchgang 1: jede Zeile der Fehlliste MISAUS (AKAMIS)     *
002500* ergibt eine Anforderung Anlass "M" fuer den Zeitraum      *
002600* ab dem letzten eingegangenen Auszug bis zum Laufdatum.    *
002700* Durchgang 2: unerledigte Abweisungen KA4003 (Auszugs-     *
002800* nummer nicht aufsteigend, AKAEIN) in KA02AKRJ ergeben     *
002900* eine Anforderung Anlass "L" fuer die fehlenden Aus-       *
003000* zugsnummern (MT940); der letzte Auszugsstand kommt aus    *
003100* KKA5KT. Die Empfaenger-BIC liefert der Gegenpartei-       *
003200* Stamm KA000AKGP ueber die Konto-Id; ohne aktiven          *
003300* Eintrag wird nur protokolliert. Ist fuer den Schluessel   *
003400* bereits eine Anforderung offen, entsteht keine neue.      *
003500* Durchgang 3: offene Anforderungen werden nach Ablauf      *
003600* des Nachfass-Abstands erneut gesendet (Zaehler im         *
003700* Register), bis die Hoechstzahl erreicht ist; danach       *
003800* erscheinen sie taeglich als Eskalation im Protokoll.      *
003900* Von AKAKON erfuellte Anforderungen werden einmalig als    *
004000* erfuellt protokolliert.                                   *
004100* Jede gesendete Anforderung ergibt einen Satz in MRQREQ    *
004200* (Eingabe des MT920-Konverters: BIC, Referenz :20:,        *
004300* Typ :12:, Konto :25:, Zeitraum, Nachfassnummer); jede     *
004400* Aktion eine Zeile im Protokoll MRQAUS.                    *
004500*@E-ELEMENTBESCHREIBUNG                                     *
004600*                                                           *
004700*@A-MODULAUFRUF                                             *
004800* KKA5KT : Lesen KA-Konto-Bestand                           *
004900*@E-MODULAUFRUF                                             *
005000*                                                           *
005100*@A-COBOL-COPY                                              *
005200* Benoetigte COBOL-Copies:                                  *
005300* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005400* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005500* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005600* CKA0AKRJ   : ZEILENSCAN KA03AKRJ                          *
005700* CKA0AKGP   : ZEILENSCAN KA000AKGP                         *
005800* CKA0AKAF   : ZEILENSCAN KA03AKAF                          *
005900* CKAI0AAF   : EINGABEBEREICH KA02AKAF                      *
006000* CKAO0AAF   : AUSGABEBEREICH KA02AKAF                      *
006100* CKAI5KT1   : EINGABEBEREICH KKA5KT                        *
006200* CKAO5KT1   : AUSGABEBEREICH KKA5KT                        *
006300*@E-COBOL-COPY                                              *
006400*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58786                                                *     D01
090052*     Neuanlage - MT920-Nachforderung fehlender und         *     D01
090053*     lueckenhafter Kontoauszuege mit Nachfassen.           *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAMRQ.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT MRQPARM               ASSIGN TO "MRQPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT MISAUS                ASSIGN TO "MISAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT MRQREQ                ASSIGN TO "MRQREQ"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT MRQAUS                ASSIGN TO "MRQAUS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  MRQPARM
102100     RECORDING MODE IS F.
102200 01  MRQ-PARM-SATZ.
102300     05 MRQ-P-LAUFDATUM           PIC 9(008).
102400     05 FILLER                    PIC X(001).
102500     05 MRQ-P-NACHFASS-TAGE       PIC 9(003).
102600     05 FILLER                    PIC X(001).
102700     05 MRQ-P-MAX-NACHFASS        PIC 9(003).
102800     05 FILLER                    PIC X(001).
102900     05 MRQ-P-NACHRICHTENTYP      PIC X(005).
103000 FD  MISAUS
103100     RECORDING MODE IS F.
103200 01  MRQ-MIS-SATZ.
103300     05 MRQ-M-LAUFDATUM           PIC 9(008).
103400     05 FILLER                    PIC X(001).
103500     05 MRQ-M-HERKUNFT            PIC X(011).
103600     05 FILLER                    PIC X(001).
103700     05 MRQ-M-KONTO-ID            PIC X(035).
103800     05 FILLER                    PIC X(001).
103900     05 MRQ-M-LIEFERPLAN          PIC X(001).
104000     05 FILLER                    PIC X(001).
104100     05 MRQ-M-DATUM-LE-AUSZUG     PIC 9(008).
104200     05 FILLER                    PIC X(001).
104300     05 MRQ-M-WAEHRUNG            PIC X(003).
104400     05 FILLER                    PIC X(029).
104500 FD  MRQREQ
104600     RECORDING MODE IS F.
104700 01  MRQ-REQ-SATZ.
104800     05 MRQ-R-EMPFAENGER-BIC      PIC X(011).
104900     05 MRQ-R-REFERENZ            PIC X(016).
105000     05 MRQ-R-NACHRICHTENTYP      PIC X(003).
105100     05 MRQ-R-KONTO-ID            PIC X(035).
105200     05 MRQ-R-WAEHRUNG            PIC X(003).
105300     05 MRQ-R-DATUM-VON           PIC 9(008).
105400     05 MRQ-R-DATUM-BIS           PIC 9(008).
105500     05 MRQ-R-AUSZUGSNR-VON       PIC 9(005).
105600     05 MRQ-R-AUSZUGSNR-BIS       PIC 9(005).
105700     05 MRQ-R-NACHFASS-NR         PIC 9(003).
105800     05 MRQ-R-ANLASS              PIC X(001).
105900     05 MRQ-R-ERST-DATUM          PIC 9(008).
106000     05 MRQ-R-HERKUNFT            PIC X(011).
106100 FD  MRQAUS
106200     RECORDING MODE IS F.
106300 01  MRQ-DRUCKZEILE               PIC X(160).
106400*---------------------------------------------------------------*
106500* WORKING-STORAGE-Section                                       *
106600*---------------------------------------------------------------*
106700 WORKING-STORAGE SECTION.
106800 01  VERS-INF.
106900     05  FILLER PIC X(13) VALUE "ELEM=akamrq  ".
107000     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
107100/---------------------------------------------------------------*
107200* Konstanten                                                    *
107300*---------------------------------------------------------------*
107400 01  GS-KONSTANTEN.
107500     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
107600     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
107700     20 C-OBJEKT-TAB-KA03AKRJ     PIC X(009) VALUE "KA03AKRJ".
107800     20 C-OBJEKT-TAB-KA000AKGP    PIC X(009) VALUE "KA000AKGP".
107900     20 C-OBJEKT-TAB-KA02AKAF     PIC X(009) VALUE "KA02AKAF".
108000     20 C-OBJEKT-TAB-KA03AKAF     PIC X(009) VALUE "KA03AKAF".
108100     20 C-OBJEKT-AUFTRAG-KKA5KT   PIC X(020) VALUE "KKA5KT".
108200     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
108300     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
108400     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
108500                                  VALUE "SCHREIBEN-EQUAL".
108600     20 C-01-INT-LES-KTO          PIC X(040) VALUE
108700                                  "01-INT-LES-KTO".
108800     20 C-OBJEKT-KA4003           PIC X(006) VALUE "KA4003".
108900     20 C-TYP-MT940               PIC X(005) VALUE "MT940".
109000     20 C-TYP-MT942               PIC X(005) VALUE "MT942".
109100     20 C-REF-PRAEFIX             PIC X(003) VALUE "MRQ".
109200     20 C-J                       PIC X(001) VALUE "J".
109300     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
109400     20 C-STD-NACHFASS-TAGE       PIC 9(003) VALUE 2.
109500     20 C-STD-MAX-NACHFASS        PIC 9(003) VALUE 3.
109600 01  C-MELDUNGEN.
109700     05 C-MELD-NEU                PIC X(012) VALUE "NEU         ".
109800     05 C-MELD-OFFEN              PIC X(012) VALUE "BEREITS OFF.".
109900     05 C-MELD-OHNE-BIC           PIC X(012) VALUE "OHNE BIC    ".
110000     05 C-MELD-OHNE-KONTO         PIC X(012) VALUE "OHNE KONTO  ".
110100     05 C-MELD-NACHFASS           PIC X(012) VALUE "NACHFASS    ".
110200     05 C-MELD-ESKALATION         PIC X(012) VALUE "ESKALATION  ".
110300     05 C-MELD-ERFUELLT           PIC X(012) VALUE "ERFUELLT    ".
110400     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
110500/---------------------------------------------------------------*
110600* Formatzeilen Protokoll MRQAUS                                 *
110700*---------------------------------------------------------------*
110800 01  MRQ-DETAIL.
110900     05 MRQ-D-MELDUNG             PIC X(012).
111000     05 FILLER                    PIC X(001) VALUE SPACE.
111100     05 MRQ-D-HERKUNFT            PIC X(011).
111200     05 FILLER                    PIC X(001) VALUE SPACE.
111300     05 MRQ-D-KONTO-ID            PIC X(035).
111400     05 FILLER                    PIC X(001) VALUE SPACE.
111500     05 MRQ-D-WAEHRUNG            PIC X(003).
111600     05 FILLER                    PIC X(001) VALUE SPACE.
111700     05 MRQ-D-NACHRICHTENTYP      PIC X(005).
111800     05 FILLER                    PIC X(001) VALUE SPACE.
111900     05 MRQ-D-ANLASS              PIC X(001).
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 MRQ-D-BIC                 PIC X(011).
112200     05 FILLER                    PIC X(001) VALUE SPACE.
112300     05 MRQ-D-DATUM-VON           PIC 9(008).
112400     05 FILLER                    PIC X(001) VALUE SPACE.
112500     05 MRQ-D-DATUM-BIS           PIC 9(008).
112600     05 FILLER                    PIC X(001) VALUE SPACE.
112700     05 MRQ-D-AUSZUGSNR-VON       PIC 9(005).
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 MRQ-D-AUSZUGSNR-BIS       PIC 9(005).
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 MRQ-D-NACHFASS            PIC Z(002)9.
113200     05 FILLER                    PIC X(001) VALUE SPACE.
113300     05 MRQ-D-REFERENZ            PIC X(016).
113400     05 FILLER                    PIC X(001) VALUE SPACE.
113500     05 MRQ-D-ERST-DATUM          PIC 9(008).
113600     05 FILLER                    PIC X(001) VALUE SPACE.
113700     05 MRQ-D-STATUS              PIC X(001).
113800     05 FILLER                    PIC X(015) VALUE SPACE.
113900 01  MRQ-ENDE.
114000     05 FILLER                    PIC X(016) VALUE
114100        "NEU:            ".
114200     05 MRQ-X-NEU                 PIC Z(006)9.
114300     05 FILLER                    PIC X(016) VALUE
114400        "  NACHFASS:     ".
114500     05 MRQ-X-NACHFASS            PIC Z(006)9.
114600     05 FILLER                    PIC X(016) VALUE
114700        "  BEREITS OFF.: ".
114800     05 MRQ-X-OFFEN               PIC Z(006)9.
114900     05 FILLER                    PIC X(016) VALUE
115000        "  ESKALATION:   ".
115100     05 MRQ-X-ESKALATION          PIC Z(006)9.
115200     05 FILLER                    PIC X(016) VALUE
115300        "  ERFUELLT:     ".
115400     05 MRQ-X-ERFUELLT            PIC Z(006)9.
115500     05 FILLER                    PIC X(016) VALUE
115600        "  OHNE BIC:     ".
115700     05 MRQ-X-OHNE-BIC            PIC Z(006)9.
115800     05 FILLER                    PIC X(016) VALUE
115900        "  FEHLER:       ".
116000     05 MRQ-X-FEHLER              PIC Z(006)9.
116100/---------------------------------------------------------------*
116200* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
116300*---------------------------------------------------------------*
116400  COPY DCTGRCGE.
116500  COPY CGSOVER.
116600  COPY CGSTTAB.
116700  COPY CKA0AKRJ.
116800  COPY CKA0AKGP.
116900  COPY CKA0AKAF.
117000  COPY CKAI0AAF.
117100  COPY CKAO0AAF.
117200  COPY CKAI5KT1.
117300  COPY CKAO5KT1.
117400 01  DUMMY                        PIC X(001).
117500/---------------------------------------------------------------*
117600* Hilfsvariable                                                 *
117700*---------------------------------------------------------------*
117800 01  H-EIN-STATUS                 PIC X(001).
117900     88 EIN-EOF                   VALUE "J".
118000     88 EIN-N-EOF                 VALUE "N".
118100 01  H-RJ-STATUS                  PIC X(001).
118200     88 RJ-GEFUNDEN               VALUE "J".
118300     88 RJ-N-GEFUNDEN             VALUE "N".
118400 01  H-AF-STATUS                  PIC X(001).
118500     88 AF-GEFUNDEN               VALUE "J".
118600     88 AF-N-GEFUNDEN             VALUE "N".
118700 01  H-GP-STATUS                  PIC X(001).
118800     88 GP-GEFUNDEN               VALUE "J".
118900     88 GP-N-GEFUNDEN             VALUE "N".
119000 01  H-GP-TREFFER                 PIC X(001).
119100     88 GP-TREFFER-JA             VALUE "J".
119200     88 GP-TREFFER-NEIN           VALUE "N".
119300 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
119400 01  H-GP-ZEILE                   PIC 9(009) COMP-3.
119500 01  H-LAUFDATUM                  PIC 9(008).
119600 01  H-LAUFDATUM-J                PIC 9(009).
119700 01  H-LETZTE-J                   PIC 9(009).
119800 01  H-ANZ-TAGE                   PIC S9(007) COMP-3.
119900 01  H-NACHFASS-TAGE              PIC 9(003).
120000 01  H-MAX-NACHFASS               PIC 9(003).
120100 01  H-NACHRICHTENTYP             PIC X(005).
120200 01  H-REF-LFD                    PIC 9(005) VALUE ZERO.
120300 01  H-REFERENZ.
120400     05 H-REF-PRAEFIX             PIC X(003).
120500     05 H-REF-DATUM               PIC 9(008).
120600     05 H-REF-NUMMER              PIC 9(005).
120700 01  H-LETZT-KONTO-ID             PIC X(035).
120800 01  H-LETZT-AUSZUGSNUMMER        PIC 9(005).
120900 01  H-MELDUNG                    PIC X(012).
121000*    Anforderung aus Durchgang 1/2, vor dem Anlegen im Register
121100 01  H-ANF.
121200     05 H-ANF-HERKUNFT            PIC X(011).
121300     05 H-ANF-ANLASS              PIC X(001).
121400     05 H-ANF-DATUM-VON           PIC 9(008).
121500     05 H-ANF-DATUM-BIS           PIC 9(008).
121600     05 H-ANF-AUSZUGSNR-VON       PIC 9(005).
121700     05 H-ANF-AUSZUGSNR-BIS       PIC 9(005).
121800 01  H-ANZ-NEU                    PIC 9(007) COMP-3 VALUE ZERO.
121900 01  H-ANZ-NACHFASS               PIC 9(007) COMP-3 VALUE ZERO.
122000 01  H-ANZ-OFFEN                  PIC 9(007) COMP-3 VALUE ZERO.
122100 01  H-ANZ-ESKALATION             PIC 9(007) COMP-3 VALUE ZERO.
122200 01  H-ANZ-ERFUELLT               PIC 9(007) COMP-3 VALUE ZERO.
122300 01  H-ANZ-OHNE-BIC               PIC 9(007) COMP-3 VALUE ZERO.
122400 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
122500/****************************************************************
122600 PROCEDURE DIVISION.
122700*****************************************************************
122800 0000-MAINLINE SECTION.
122900 0000-MAINLINE-1001.
123000     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
123100     PERFORM 2000-FEHLENDE-AUSZUEGE
123200                                THRU 2000-FEHLENDE-AUSZUEGE-EXIT
123300     PERFORM 3000-NUMMERNLUECKEN  THRU 3000-NUMMERNLUECKEN-EXIT
123400     PERFORM 5000-NACHFASSEN      THRU 5000-NACHFASSEN-EXIT
123500     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
123600     STOP RUN
123700     .
123800 0000-MAINLINE-1002.
123900     EXIT.
124000/---------------------------------------------------------------*
124100* Initialisierung: Parameter lesen und vorbelegen               *
124200*---------------------------------------------------------------*
124300 1000-INITIALISIERUNG SECTION.
124400 1000-INITIALISIERUNG-1001.
124500     OPEN INPUT  MRQPARM
124600     OPEN INPUT  MISAUS
124700     OPEN OUTPUT MRQREQ
124800     OPEN OUTPUT MRQAUS
124900     READ MRQPARM
125000       AT END
125100         INITIALIZE MRQ-PARM-SATZ
125200     END-READ
125300     IF MRQ-P-LAUFDATUM           NUMERIC
125400        AND MRQ-P-LAUFDATUM       > ZERO
125500     THEN
125600       MOVE MRQ-P-LAUFDATUM       TO H-LAUFDATUM
125700     ELSE
125800       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
125900     END-IF
126000     IF MRQ-P-NACHFASS-TAGE       NUMERIC
126100        AND MRQ-P-NACHFASS-TAGE   > ZERO
126200     THEN
126300       MOVE MRQ-P-NACHFASS-TAGE   TO H-NACHFASS-TAGE
126400     ELSE
126500       MOVE C-STD-NACHFASS-TAGE   TO H-NACHFASS-TAGE
126600     END-IF
126700     IF MRQ-P-MAX-NACHFASS        NUMERIC
126800     THEN
126900       MOVE MRQ-P-MAX-NACHFASS    TO H-MAX-NACHFASS
127000     ELSE
127100       MOVE C-STD-MAX-NACHFASS    TO H-MAX-NACHFASS
127200     END-IF
127300     IF MRQ-P-NACHRICHTENTYP      = C-TYP-MT942
127400     THEN
127500       MOVE C-TYP-MT942           TO H-NACHRICHTENTYP
127600     ELSE
127700       MOVE C-TYP-MT940           TO H-NACHRICHTENTYP
127800     END-IF
127900     COMPUTE H-LAUFDATUM-J        =
128000             FUNCTION INTEGER-OF-DATE (H-LAUFDATUM)
128100     MOVE SPACE                   TO H-LETZT-KONTO-ID
128200     MOVE ZERO                    TO H-LETZT-AUSZUGSNUMMER
128300     SET EIN-N-EOF                TO TRUE
128400     .
128500 1000-INITIALISIERUNG-1002.
128600 1000-INITIALISIERUNG-EXIT.
128700     EXIT.
128800/---------------------------------------------------------------*
128900* Durchgang 1: fehlende Auszuege laut Fehlliste MISAUS          *
129000*---------------------------------------------------------------*
129100 2000-FEHLENDE-AUSZUEGE SECTION.
129200 2000-FEHLENDE-AUSZUEGE-1001.
129300     PERFORM UNTIL EIN-EOF
129400       READ MISAUS
129500         AT END
129600           SET EIN-EOF            TO TRUE
129700         NOT AT END
129800           PERFORM 2100-FEHLT-AUFNEHMEN
129900                                THRU 2100-FEHLT-AUFNEHMEN-EXIT
130000       END-READ
130100     END-PERFORM
130200     .
130300 2000-FEHLENDE-AUSZUEGE-1002.
130400 2000-FEHLENDE-AUSZUEGE-EXIT.
130500     EXIT.
130600/---------------------------------------------------------------*
130700* Eine Zeile der Fehlliste: Anforderung ab dem letzten          *
130800* eingegangenen Auszug bis zum Laufdatum                        *
130900*---------------------------------------------------------------*
131000 2100-FEHLT-AUFNEHMEN SECTION.
131100 2100-FEHLT-AUFNEHMEN-1001.
131200     IF MRQ-M-KONTO-ID            = SPACE
131300        OR MRQ-M-LAUFDATUM        NOT NUMERIC
131400     THEN
131500       GO TO 2100-FEHLT-AUFNEHMEN-EXIT
131600     END-IF
131700     MOVE MRQ-M-KONTO-ID          TO KAI0AAF-KONTO-ID
131800     MOVE MRQ-M-WAEHRUNG          TO KAI0AAF-WAEHRUNG
131900     MOVE H-NACHRICHTENTYP        TO KAI0AAF-NACHRICHTENTYP
132000     INITIALIZE H-ANF
132100     MOVE MRQ-M-HERKUNFT          TO H-ANF-HERKUNFT
132200     MOVE "M"                     TO H-ANF-ANLASS
132300     IF MRQ-M-DATUM-LE-AUSZUG     NUMERIC
132400     THEN
132500       MOVE MRQ-M-DATUM-LE-AUSZUG TO H-ANF-DATUM-VON
132600     END-IF
132700     MOVE H-LAUFDATUM             TO H-ANF-DATUM-BIS
132800     PERFORM 4000-ANFORDERUNG-ANLEGEN
132900                                THRU 4000-ANFORDERUNG-ANLEGEN-EXIT
133000     .
133100 2100-FEHLT-AUFNEHMEN-1002.
133200 2100-FEHLT-AUFNEHMEN-EXIT.
133300     EXIT.
133400/---------------------------------------------------------------*
133500* Durchgang 2: Nummernluecken aus den unerledigten Abweisungen  *
133600* KA4003 der Resubmission-Warteschlange KA03AKRJ (je Auszug     *
133700* stehen dort alle Umsaetze; ausgewertet wird nur der erste)    *
133800*---------------------------------------------------------------*
133900 3000-NUMMERNLUECKEN SECTION.
134000 3000-NUMMERNLUECKEN-1001.
134100     MOVE C-1                     TO H-LFD-ZEILE
134200     PERFORM 3100-LESEN-RJ-ZEILE  THRU 3100-LESEN-RJ-ZEILE-EXIT
134300     PERFORM UNTIL RJ-N-GEFUNDEN
134400       IF KA0AKRJ-MELD-OBJEKT     = C-OBJEKT-KA4003
134500          AND KA0AKRJ-ERLEDIGT-KZ NOT = C-J
134600          AND (KA0AKRJ-KONTO-ID   NOT = H-LETZT-KONTO-ID
134700           OR KA0AKRJ-AUSZUGSNUMMER
134800                                  NOT = H-LETZT-AUSZUGSNUMMER)
134900       THEN
135000         MOVE KA0AKRJ-KONTO-ID    TO H-LETZT-KONTO-ID
135100         MOVE KA0AKRJ-AUSZUGSNUMMER
135200                                  TO H-LETZT-AUSZUGSNUMMER
135300         PERFORM 3200-LUECKE-AUFNEHMEN
135400                                THRU 3200-LUECKE-AUFNEHMEN-EXIT
135500       END-IF
135600       ADD C-1                    TO H-LFD-ZEILE
135700       PERFORM 3100-LESEN-RJ-ZEILE
135800                                THRU 3100-LESEN-RJ-ZEILE-EXIT
135900     END-PERFORM
136000     .
136100 3000-NUMMERNLUECKEN-1002.
136200 3000-NUMMERNLUECKEN-EXIT.
136300     EXIT.
136400/---------------------------------------------------------------*
136500* Zeile aus KA03AKRJ lesen                                      *
136600*---------------------------------------------------------------*
136700 3100-LESEN-RJ-ZEILE SECTION.
136800 3100-LESEN-RJ-ZEILE-1001.
136900     MOVE H-LFD-ZEILE             TO KA0AKRJ-ZEILENNUMMER
137000     CALL "CGSTAB" USING
137100          C-TAB-LESEN-ZEILE
137200          C-KONFIG-ID-KA
137300          C-OBJEKT-TAB-KA03AKRJ
137400          GSOVER-VERSTAENDIGUNGSBEREICH
137500          KA0AKRJ-EINGABEBEREICH
137600          KA0AKRJ-AUSGABEBEREICH
137700          DUMMY
137800     END-CALL
137900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
138000     THEN
138100       SET RJ-GEFUNDEN            TO TRUE
138200     ELSE
138300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
138400       SET RJ-N-GEFUNDEN          TO TRUE
138500     END-IF
138600     .
138700 3100-LESEN-RJ-ZEILE-1002.
138800 3100-LESEN-RJ-ZEILE-EXIT.
138900     EXIT.
139000/---------------------------------------------------------------*
139100* Eine Nummernluecke: gefordert werden die Auszuege nach dem    *
139200* letzten uebernommenen bis vor den abgewiesenen; fehlt nur     *
139300* eine Folgenummer, wird der abgewiesene Auszug selbst neu      *
139400* angefordert. Aeltere oder doppelte Nummern sind keine Luecke  *
139500*---------------------------------------------------------------*
139600 3200-LUECKE-AUFNEHMEN SECTION.
139700 3200-LUECKE-AUFNEHMEN-1001.
139800     MOVE C-01-INT-LES-KTO        TO KAI5KT1-FUNKTION
139900     MOVE KA0AKRJ-HERKUNFT        TO KAI5KT1-HERKUNFT
140000     MOVE KA0AKRJ-KONTO-ID        TO KAI5KT1-KONTO-ID
140100     MOVE SPACE                   TO KAI5KT1-WAEHRUNG
140200     CALL "CGSAUF"
140300     USING C-AUF-AUFRUF-AL
140400           C-KONFIG-ID-KA
140500           C-OBJEKT-AUFTRAG-KKA5KT
140600           GSOVER-VERSTAENDIGUNGSBEREICH
140700           KAI5KT1-EINGABEBEREICH
140800           KAO5KT1-AUSGABEBEREICH
140900           DUMMY
141000     END-CALL
141100     MOVE KA0AKRJ-KONTO-ID        TO KAI0AAF-KONTO-ID
141200     MOVE SPACE                   TO KAI0AAF-WAEHRUNG
141300     MOVE C-TYP-MT940             TO KAI0AAF-NACHRICHTENTYP
141400     INITIALIZE H-ANF
141500     MOVE KA0AKRJ-HERKUNFT        TO H-ANF-HERKUNFT
141600     MOVE "L"                     TO H-ANF-ANLASS
141700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
141800     THEN
141900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
142000       INITIALIZE KAO0AAF-AUSGABEBEREICH
142100       MOVE C-MELD-OHNE-KONTO     TO H-MELDUNG
142200       ADD C-1                    TO H-ANZ-FEHLER
142300       PERFORM 4900-PROTOKOLL     THRU 4900-PROTOKOLL-EXIT
142400       GO TO 3200-LUECKE-AUFNEHMEN-EXIT
142500     END-IF
142600     IF KA0AKRJ-AUSZUGSNUMMER     <= KAO5KT1-NR-LE-AUSZUG
142700     THEN
142800       GO TO 3200-LUECKE-AUFNEHMEN-EXIT
142900     END-IF
143000     MOVE KAO5KT1-DATUM-LE-AUSZUG TO H-ANF-DATUM-VON
143100     MOVE KA0AKRJ-AUSZUGSDATUM    TO H-ANF-DATUM-BIS
143200     COMPUTE H-ANF-AUSZUGSNR-VON  = KAO5KT1-NR-LE-AUSZUG + C-1
143300     COMPUTE H-ANF-AUSZUGSNR-BIS  = KA0AKRJ-AUSZUGSNUMMER - C-1
143400     IF H-ANF-AUSZUGSNR-BIS       < H-ANF-AUSZUGSNR-VON
143500     THEN
143600       MOVE H-ANF-AUSZUGSNR-VON   TO H-ANF-AUSZUGSNR-BIS
143700     END-IF
143800     PERFORM 4000-ANFORDERUNG-ANLEGEN
143900                                THRU 4000-ANFORDERUNG-ANLEGEN-EXIT
144000     .
144100 3200-LUECKE-AUFNEHMEN-1002.
144200 3200-LUECKE-AUFNEHMEN-EXIT.
144300     EXIT.
144400/---------------------------------------------------------------*
144500* Anforderung anlegen: offene Anforderung zum Schluessel wird   *
144600* nicht verdoppelt; eine erfuellte, noch nicht gemeldete wird   *
144700* vor dem Ueberschreiben als erfuellt protokolliert             *
144800*---------------------------------------------------------------*
144900 4000-ANFORDERUNG-ANLEGEN SECTION.
145000 4000-ANFORDERUNG-ANLEGEN-1001.
145100     CALL "CGSTAB"
145200     USING C-TAB-LESEN-EQUAL
145300           C-KONFIG-ID-KA
145400           C-OBJEKT-TAB-KA02AKAF
145500           GSOVER-VERSTAENDIGUNGSBEREICH
145600           KAI0AAF-EINGABEBEREICH
145700           KAO0AAF-AUSGABEBEREICH
145800           GSTTAB-EIN-AUSGABEBEREICH
145900     END-CALL
146000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
146100     THEN
146200       IF KAO0AAF-OFFEN
146300       THEN
146400         ADD C-1                  TO H-ANZ-OFFEN
146500         MOVE C-MELD-OFFEN        TO H-MELDUNG
146600         PERFORM 4900-PROTOKOLL   THRU 4900-PROTOKOLL-EXIT
146700         GO TO 4000-ANFORDERUNG-ANLEGEN-EXIT
146800       END-IF
146900       IF KAO0AAF-ERFUELLT
147000          AND NOT KAO0AAF-PROTOKOLLIERT
147100       THEN
147200         ADD C-1                  TO H-ANZ-ERFUELLT
147300         MOVE C-MELD-ERFUELLT     TO H-MELDUNG
147400         PERFORM 4900-PROTOKOLL   THRU 4900-PROTOKOLL-EXIT
147500       END-IF
147600     ELSE
147700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
147800     END-IF
147900     INITIALIZE KAO0AAF-AUSGABEBEREICH
148000     MOVE H-ANF-HERKUNFT          TO KAO0AAF-HERKUNFT
148100     MOVE H-ANF-ANLASS            TO KAO0AAF-ANLASS
148200     MOVE H-ANF-DATUM-VON         TO KAO0AAF-DATUM-VON
148300     MOVE H-ANF-DATUM-BIS         TO KAO0AAF-DATUM-BIS
148400     MOVE H-ANF-AUSZUGSNR-VON     TO KAO0AAF-AUSZUGSNR-VON
148500     MOVE H-ANF-AUSZUGSNR-BIS     TO KAO0AAF-AUSZUGSNR-BIS
148600     PERFORM 4100-BIC-ERMITTELN   THRU 4100-BIC-ERMITTELN-EXIT
148700     IF KAO0AAF-EMPFAENGER-BIC    = SPACE
148800     THEN
148900*      ohne Empfaenger keine Anforderung, der naechste Lauf
149000*      versucht es erneut
149100       ADD C-1                    TO H-ANZ-OHNE-BIC
149200       MOVE C-MELD-OHNE-BIC       TO H-MELDUNG
149300       PERFORM 4900-PROTOKOLL     THRU 4900-PROTOKOLL-EXIT
149400       GO TO 4000-ANFORDERUNG-ANLEGEN-EXIT
149500     END-IF
149600     MOVE H-LAUFDATUM             TO KAO0AAF-ERST-DATUM
149700                                     KAO0AAF-LETZTE-ANFORDERUNG
149800     MOVE ZERO                    TO KAO0AAF-NACHFASS-ANZAHL
149900     SET KAO0AAF-OFFEN            TO TRUE
150000     ADD C-1                      TO H-ANZ-NEU
150100     MOVE C-MELD-NEU              TO H-MELDUNG
150200     PERFORM 4200-ANFORDERUNG-SENDEN
150300                                THRU 4200-ANFORDERUNG-SENDEN-EXIT
150400     PERFORM 4300-REGISTER-SCHREIBEN
150500                                THRU 4300-REGISTER-SCHREIBEN-EXIT
150600     PERFORM 4900-PROTOKOLL       THRU 4900-PROTOKOLL-EXIT
150700     .
150800 4000-ANFORDERUNG-ANLEGEN-1002.
150900 4000-ANFORDERUNG-ANLEGEN-EXIT.
151000     EXIT.
151100/---------------------------------------------------------------*
151200* Empfaenger-BIC aus dem Gegenpartei-Stamm KA000AKGP ueber die  *
151300* Konto-Id ermitteln (aktiver Eintrag)                          *
151400*---------------------------------------------------------------*
151500 4100-BIC-ERMITTELN SECTION.
151600 4100-BIC-ERMITTELN-1001.
151700     MOVE SPACE                   TO KAO0AAF-EMPFAENGER-BIC
151800     SET GP-TREFFER-NEIN          TO TRUE
151900     MOVE C-1                     TO H-GP-ZEILE
152000     PERFORM 4150-LESEN-GP-ZEILE  THRU 4150-LESEN-GP-ZEILE-EXIT
152100     PERFORM UNTIL GP-N-GEFUNDEN OR GP-TREFFER-JA
152200       IF KA0AKGP-KONTO-ID        = KAI0AAF-KONTO-ID
152300          AND KA0AKGP-AKTIV-JA
152400          AND KA0AKGP-BIC         NOT = SPACE
152500       THEN
152600         SET GP-TREFFER-JA        TO TRUE
152700         MOVE KA0AKGP-BIC         TO KAO0AAF-EMPFAENGER-BIC
152800       ELSE
152900         ADD C-1                  TO H-GP-ZEILE
153000         PERFORM 4150-LESEN-GP-ZEILE
153100                                THRU 4150-LESEN-GP-ZEILE-EXIT
153200       END-IF
153300     END-PERFORM
153400     .
153500 4100-BIC-ERMITTELN-1002.
153600 4100-BIC-ERMITTELN-EXIT.
153700     EXIT.
153800/---------------------------------------------------------------*
153900* Zeile aus KA000AKGP lesen                                     *
154000*---------------------------------------------------------------*
154100 4150-LESEN-GP-ZEILE SECTION.
154200 4150-LESEN-GP-ZEILE-1001.
154300     MOVE H-GP-ZEILE              TO KA0AKGP-ZEILENNUMMER
154400     CALL "CGSTAB" USING
154500          C-TAB-LESEN-ZEILE
154600          C-KONFIG-ID-KA
154700          C-OBJEKT-TAB-KA000AKGP
154800          GSOVER-VERSTAENDIGUNGSBEREICH
154900          KA0AKGP-EINGABEBEREICH
155000          KA0AKGP-AUSGABEBEREICH
155100          DUMMY
155200     END-CALL
155300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
155400     THEN
155500       SET GP-GEFUNDEN            TO TRUE
155600     ELSE
155700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
155800       SET GP-N-GEFUNDEN          TO TRUE
155900     END-IF
156000     .
156100 4150-LESEN-GP-ZEILE-1002.
156200 4150-LESEN-GP-ZEILE-EXIT.
156300     EXIT.
156400/---------------------------------------------------------------*
156500* Anforderungssatz fuer den MT920-Konverter schreiben; jede     *
156600* Sendung erhaelt eine neue Referenz (:20:)                     *
156700*---------------------------------------------------------------*
156800 4200-ANFORDERUNG-SENDEN SECTION.
156900 4200-ANFORDERUNG-SENDEN-1001.
157000     ADD C-1                      TO H-REF-LFD
157100     MOVE C-REF-PRAEFIX           TO H-REF-PRAEFIX
157200     MOVE H-LAUFDATUM             TO H-REF-DATUM
157300     MOVE H-REF-LFD               TO H-REF-NUMMER
157400     MOVE H-REFERENZ              TO KAO0AAF-REFERENZ
157500     INITIALIZE MRQ-REQ-SATZ
157600     MOVE KAO0AAF-EMPFAENGER-BIC  TO MRQ-R-EMPFAENGER-BIC
157700     MOVE KAO0AAF-REFERENZ        TO MRQ-R-REFERENZ
157800     MOVE KAI0AAF-NACHRICHTENTYP (3:3)
157900                                  TO MRQ-R-NACHRICHTENTYP
158000     MOVE KAI0AAF-KONTO-ID        TO MRQ-R-KONTO-ID
158100     MOVE KAI0AAF-WAEHRUNG        TO MRQ-R-WAEHRUNG
158200     MOVE KAO0AAF-DATUM-VON       TO MRQ-R-DATUM-VON
158300     MOVE KAO0AAF-DATUM-BIS       TO MRQ-R-DATUM-BIS
158400     MOVE KAO0AAF-AUSZUGSNR-VON   TO MRQ-R-AUSZUGSNR-VON
158500     MOVE KAO0AAF-AUSZUGSNR-BIS   TO MRQ-R-AUSZUGSNR-BIS
158600     MOVE KAO0AAF-NACHFASS-ANZAHL TO MRQ-R-NACHFASS-NR
158700     MOVE KAO0AAF-ANLASS          TO MRQ-R-ANLASS
158800     MOVE KAO0AAF-ERST-DATUM      TO MRQ-R-ERST-DATUM
158900     MOVE KAO0AAF-HERKUNFT        TO MRQ-R-HERKUNFT
159000     WRITE MRQ-REQ-SATZ
159100     .
159200 4200-ANFORDERUNG-SENDEN-1002.
159300 4200-ANFORDERUNG-SENDEN-EXIT.
159400     EXIT.
159500/---------------------------------------------------------------*
159600* Anforderung in KA02AKAF schreiben                             *
159700*---------------------------------------------------------------*
159800 4300-REGISTER-SCHREIBEN SECTION.
159900 4300-REGISTER-SCHREIBEN-1001.
160000     CALL "CGSTAB"
160100     USING C-TAB-SCHREIBEN-EQUAL
160200           C-KONFIG-ID-KA
160300           C-OBJEKT-TAB-KA02AKAF
160400           GSOVER-VERSTAENDIGUNGSBEREICH
160500           KAI0AAF-EINGABEBEREICH
160600           KAO0AAF-AUSGABEBEREICH
160700           GSTTAB-EIN-AUSGABEBEREICH
160800     END-CALL
160900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
161000     THEN
161100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
161200       ADD C-1                    TO H-ANZ-FEHLER
161300       MOVE C-MELD-FEHLER         TO H-MELDUNG
161400     END-IF
161500     .
161600 4300-REGISTER-SCHREIBEN-1002.
161700 4300-REGISTER-SCHREIBEN-EXIT.
161800     EXIT.
161900/---------------------------------------------------------------*
162000* Protokollzeile MRQAUS                                         *
162100*---------------------------------------------------------------*
162200 4900-PROTOKOLL SECTION.
162300 4900-PROTOKOLL-1001.
162400     MOVE H-MELDUNG               TO MRQ-D-MELDUNG
162500     IF KAO0AAF-HERKUNFT          = SPACE
162600     THEN
162700       MOVE H-ANF-HERKUNFT        TO MRQ-D-HERKUNFT
162800     ELSE
162900       MOVE KAO0AAF-HERKUNFT      TO MRQ-D-HERKUNFT
163000     END-IF
163100     MOVE KAI0AAF-KONTO-ID        TO MRQ-D-KONTO-ID
163200     MOVE KAI0AAF-WAEHRUNG        TO MRQ-D-WAEHRUNG
163300     MOVE KAI0AAF-NACHRICHTENTYP  TO MRQ-D-NACHRICHTENTYP
163400     MOVE KAO0AAF-ANLASS          TO MRQ-D-ANLASS
163500     MOVE KAO0AAF-EMPFAENGER-BIC  TO MRQ-D-BIC
163600     MOVE KAO0AAF-DATUM-VON       TO MRQ-D-DATUM-VON
163700     MOVE KAO0AAF-DATUM-BIS       TO MRQ-D-DATUM-BIS
163800     MOVE KAO0AAF-AUSZUGSNR-VON   TO MRQ-D-AUSZUGSNR-VON
163900     MOVE KAO0AAF-AUSZUGSNR-BIS   TO MRQ-D-AUSZUGSNR-BIS
164000     MOVE KAO0AAF-NACHFASS-ANZAHL TO MRQ-D-NACHFASS
164100     MOVE KAO0AAF-REFERENZ        TO MRQ-D-REFERENZ
164200     MOVE KAO0AAF-ERST-DATUM      TO MRQ-D-ERST-DATUM
164300     MOVE KAO0AAF-STATUS          TO MRQ-D-STATUS
164400     MOVE MRQ-DETAIL              TO MRQ-DRUCKZEILE
164500     WRITE MRQ-DRUCKZEILE
164600     .
164700 4900-PROTOKOLL-1002.
164800 4900-PROTOKOLL-EXIT.
164900     EXIT.
165000/---------------------------------------------------------------*
165100* Durchgang 3: Register KA03AKAF durchlaufen - offene           *
165200* Anforderungen nachfassen, erfuellte einmalig melden           *
165300*---------------------------------------------------------------*
165400 5000-NACHFASSEN SECTION.
165500 5000-NACHFASSEN-1001.
165600     MOVE C-1                     TO H-LFD-ZEILE
165700     PERFORM 5100-LESEN-AF-ZEILE  THRU 5100-LESEN-AF-ZEILE-EXIT
165800     PERFORM UNTIL AF-N-GEFUNDEN
165900       MOVE KA0AKAF-AUSGABEBEREICH (1:43)
166000                                  TO KAI0AAF-EINGABEBEREICH
166100       MOVE KA0AKAF-AUSGABEBEREICH (44:)
166200                                  TO KAO0AAF-AUSGABEBEREICH
166300       EVALUATE TRUE
166400         WHEN KAO0AAF-OFFEN
166500           PERFORM 5200-ANFORDERUNG-PRUEFEN
166600                                THRU 5200-ANFORDERUNG-PRUEFEN-EXIT
166700         WHEN KAO0AAF-ERFUELLT
166800          AND NOT KAO0AAF-PROTOKOLLIERT
166900           ADD C-1                TO H-ANZ-ERFUELLT
167000           MOVE C-MELD-ERFUELLT   TO H-MELDUNG
167100           SET KAO0AAF-PROTOKOLLIERT
167200                                  TO TRUE
167300           PERFORM 4300-REGISTER-SCHREIBEN
167400                                THRU 4300-REGISTER-SCHREIBEN-EXIT
167500           PERFORM 4900-PROTOKOLL THRU 4900-PROTOKOLL-EXIT
167600         WHEN OTHER
167700           CONTINUE
167800       END-EVALUATE
167900       ADD C-1                    TO H-LFD-ZEILE
168000       PERFORM 5100-LESEN-AF-ZEILE
168100                                THRU 5100-LESEN-AF-ZEILE-EXIT
168200     END-PERFORM
168300     .
168400 5000-NACHFASSEN-1002.
168500 5000-NACHFASSEN-EXIT.
168600     EXIT.
168700/---------------------------------------------------------------*
168800* Zeile aus KA03AKAF lesen                                      *
168900*---------------------------------------------------------------*
169000 5100-LESEN-AF-ZEILE SECTION.
169100 5100-LESEN-AF-ZEILE-1001.
169200     MOVE H-LFD-ZEILE             TO KA0AKAF-ZEILENNUMMER
169300     CALL "CGSTAB" USING
169400          C-TAB-LESEN-ZEILE
169500          C-KONFIG-ID-KA
169600          C-OBJEKT-TAB-KA03AKAF
169700          GSOVER-VERSTAENDIGUNGSBEREICH
169800          KA0AKAF-EINGABEBEREICH
169900          KA0AKAF-AUSGABEBEREICH
170000          DUMMY
170100     END-CALL
170200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
170300     THEN
170400       SET AF-GEFUNDEN            TO TRUE
170500     ELSE
170600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
170700       SET AF-N-GEFUNDEN          TO TRUE
170800     END-IF
170900     .
171000 5100-LESEN-AF-ZEILE-1002.
171100 5100-LESEN-AF-ZEILE-EXIT.
171200     EXIT.
171300/---------------------------------------------------------------*
171400* Offene Anforderung: nach Ablauf des Nachfass-Abstands erneut  *
171500* senden; ist die Hoechstzahl erreicht, Eskalation melden       *
171600*---------------------------------------------------------------*
171700 5200-ANFORDERUNG-PRUEFEN SECTION.
171800 5200-ANFORDERUNG-PRUEFEN-1001.
171900     IF KAO0AAF-LETZTE-ANFORDERUNG
172000                                  NOT < H-LAUFDATUM
172100        OR KAO0AAF-LETZTE-ANFORDERUNG
172200                                  NOT NUMERIC
172300        OR KAO0AAF-LETZTE-ANFORDERUNG
172400                                  = ZERO
172500     THEN
172600       GO TO 5200-ANFORDERUNG-PRUEFEN-EXIT
172700     END-IF
172800     COMPUTE H-LETZTE-J           =
172900             FUNCTION INTEGER-OF-DATE (KAO0AAF-LETZTE-ANFORDERUNG)
173000     COMPUTE H-ANZ-TAGE           = H-LAUFDATUM-J - H-LETZTE-J
173100     IF H-ANZ-TAGE                < H-NACHFASS-TAGE
173200     THEN
173300       GO TO 5200-ANFORDERUNG-PRUEFEN-EXIT
173400     END-IF
173500     IF KAO0AAF-NACHFASS-ANZAHL   NOT < H-MAX-NACHFASS
173600     THEN
173700       ADD C-1                    TO H-ANZ-ESKALATION
173800       MOVE C-MELD-ESKALATION     TO H-MELDUNG
173900       PERFORM 4900-PROTOKOLL     THRU 4900-PROTOKOLL-EXIT
174000       GO TO 5200-ANFORDERUNG-PRUEFEN-EXIT
174100     END-IF
174200     ADD C-1                      TO KAO0AAF-NACHFASS-ANZAHL
174300     MOVE H-LAUFDATUM             TO KAO0AAF-LETZTE-ANFORDERUNG
174400     ADD C-1                      TO H-ANZ-NACHFASS
174500     MOVE C-MELD-NACHFASS         TO H-MELDUNG
174600     PERFORM 4200-ANFORDERUNG-SENDEN
174700                                THRU 4200-ANFORDERUNG-SENDEN-EXIT
174800     PERFORM 4300-REGISTER-SCHREIBEN
174900                                THRU 4300-REGISTER-SCHREIBEN-EXIT
175000     PERFORM 4900-PROTOKOLL       THRU 4900-PROTOKOLL-EXIT
175100     .
175200 5200-ANFORDERUNG-PRUEFEN-1002.
175300 5200-ANFORDERUNG-PRUEFEN-EXIT.
175400     EXIT.
175500/---------------------------------------------------------------*
175600* Programmende: Summenzeile und Dateien schliessen              *
175700*---------------------------------------------------------------*
175800 9999-EXIT SECTION.
175900 9999-EXIT-1001.
176000     INITIALIZE MRQ-ENDE
176100     MOVE H-ANZ-NEU               TO MRQ-X-NEU
176200     MOVE H-ANZ-NACHFASS          TO MRQ-X-NACHFASS
176300     MOVE H-ANZ-OFFEN             TO MRQ-X-OFFEN
176400     MOVE H-ANZ-ESKALATION        TO MRQ-X-ESKALATION
176500     MOVE H-ANZ-ERFUELLT          TO MRQ-X-ERFUELLT
176600     MOVE H-ANZ-OHNE-BIC          TO MRQ-X-OHNE-BIC
176700     MOVE H-ANZ-FEHLER            TO MRQ-X-FEHLER
176800     MOVE MRQ-ENDE                TO MRQ-DRUCKZEILE
176900     WRITE MRQ-DRUCKZEILE
177000     CLOSE MRQPARM
177100     CLOSE MISAUS
177200     CLOSE MRQREQ
177300     CLOSE MRQAUS
177400     .
177500 9999-EXIT-1002.
177600 9999-EXIT-EXIT.
177700     EXIT.
