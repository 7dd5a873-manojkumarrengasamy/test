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
000160*@Titel         : Register der nachrichtenlosen Guthaben
000160*@Elementname   : akaunf.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Jahreslauf nachrichtenlose Guthaben        *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Jahreslauf fuer das Register der nachrichtenlosen         *
001900* Guthaben KA02AKUF: offene Habenposten (negativer Betrag), *
002000* die wir Dritten schulden. UNFPARM liefert das Lauf-       *
002100* datum, das Meldealter und die gesetzliche Frist in        *
002200* Monaten sowie das Kennzeichen fuer den Uebertrag (J/N),   *
002300* ohne Angabe 12 und 36 Monate und kein Uebertrag.          *
002400* Durchgang 1: Registerpflege (KA03AKUF). Gemeldete Posten, *
002500* die nicht mehr offen sind, werden erledigt ("E").         *
002600* Vorgeschlagene Uebertraege werden nach der Freigabe auf   *
002700* "T" gesetzt (Hauptbuchstatus aus KA02AKGB), nach          *
002800* Ablehnung/Aufhebung wieder auf "G". Wurde eine            *
002900* Uebertragsschliessung ausserhalb der Rueckforderung       *
003000* zurueckgenommen, wird der Satz auf "Z" gesetzt und die    *
003100* Gegenbuchung fuer AKAGLB offen vorgemerkt.                *
003200* Durchgang 2: offene und in Klaerung befindliche Haben-    *
003300* posten aller Abstimmkreise, deren Valuta mindestens das   *
003400* Meldealter zurueckliegt, werden gemeldet ("G") mit        *
003500* Alter, letztem Kontaktversuch und Gegenpartei. Nach       *
003600* Ablauf der Frist wird mit UNFPARM-Kennzeichen "J" der     *
003700* Uebertrag vorgeschlagen: Schliessung der Schliessungs-    *
003800* art "NG" im Status freizugeben, Zuordnung des Postens,    *
003900* Registersatz "U". Die Freigabe erfolgt im Dialog ueber    *
004000* AKA4OF (01-STD-UNF-UEBERTRAG, Grund UNCL).                *
004100* Abstimmkreise mit Hochvolumen-Ablage (BKAAPHV) werden     *
004200* nur im Protokoll UNFAUS ausgewiesen.                      *
004300*@E-ELEMENTBESCHREIBUNG                                     *
004400*                                                           *
004500*@A-MODULAUFRUF                                             *
004600* AKA5OF : Trefferliste offener APOs                        *
004700* KKA5AP : Lesen APO im Detail                              *
004800* KKA5SL : Lesen einer Schliessung                          *
004900* KKA4SL : Anlage/Aufhebung der Schliessung                 *
005000* KKA4AP : Zuordnung des APO zur Schliessung                *
005100*@E-MODULAUFRUF                                             *
005200*                                                           *
005300*@A-COBOL-COPY                                              *
005400* Benoetigte COBOL-Copies:                                  *
005500* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005600* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005700* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005800* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005900* CKA0AKUF   : ZEILENSCAN KA03AKUF                          *
006000* CKAI0AUF   : EINGABEBEREICH KA02AKUF                      *
006100* CKAO0AUF   : AUSGABEBEREICH KA02AKUF                      *
006200* CKAI0AKB   : EINGABEBEREICH KA02AKGB                      *
006300* CKAO0AKB   : AUSGABEBEREICH KA02AKGB                      *
006400* CKAI5OF2   : EINGABEBEREICH AKA5OF                        *
006500* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
006600* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
006700* DKAXIND    : INDICES AKA5OF                               *
006800* CKAXIND    : INDICES AKA5OF                               *
006900* CKAI5AP1   : EINGABEBEREICH KKA5AP                        *
007000* CKAO5AP1   : AUSGABEBEREICH KKA5AP                        *
007100* CKAI5SL1   : EINGABEBEREICH KKA5SL                        *
007200* CKAO5SL1   : AUSGABEBEREICH KKA5SL                        *
007300* CKAI4SL1   : EINGABEBEREICH KKA4SL                        *
007400* CKAO4SL1   : AUSGABEBEREICH KKA4SL                        *
007500* CKAI4SL2   : EINGABEBEREICH KKA4SL                        *
007600* CKAI4AP2   : EINGABEBEREICH KKA4AP                        *
007700*@E-COBOL-COPY                                              *
007800*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58783                                                *     D01
090052*     Neuanlage - Register der nachrichtenlosen Guthaben    *     D01
090053*     KA02AKUF mit Jahreslauf und Uebertragsvorschlag.      *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAUNF.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT UNFPARM               ASSIGN TO "UNFPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT UNFAUS                ASSIGN TO "UNFAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  UNFPARM
101700     RECORDING MODE IS F.
101800 01  UNF-PARM-SATZ.
101900     05 UNF-P-LAUFDATUM           PIC 9(008).
102000     05 FILLER                    PIC X(001).
102100     05 UNF-P-MELDE-MONATE        PIC 9(003).
102200     05 FILLER                    PIC X(001).
102300     05 UNF-P-FRIST-MONATE        PIC 9(003).
102400     05 FILLER                    PIC X(001).
102500     05 UNF-P-UEBERTRAG-KZ        PIC X(001).
102600 FD  UNFAUS
102700     RECORDING MODE IS F.
102800 01  UNF-DRUCKZEILE               PIC X(150).
102900*---------------------------------------------------------------*
103000* WORKING-STORAGE-Section                                       *
103100*---------------------------------------------------------------*
103200 WORKING-STORAGE SECTION.
103300 01  VERS-INF.
103400     05  FILLER PIC X(13) VALUE "ELEM=akaunf  ".
103500     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103600/---------------------------------------------------------------*
103700* Konstanten                                                    *
103800*---------------------------------------------------------------*
103900 01  GS-KONSTANTEN.
104000     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104100     20 C-AKAUNF                  PIC X(006) VALUE "AKAUNF".
104200     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
104300     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
104400     20 C-OBJEKT-TAB-KA02AKUF     PIC X(009) VALUE "KA02AKUF".
104500     20 C-OBJEKT-TAB-KA03AKUF     PIC X(009) VALUE "KA03AKUF".
104600     20 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".
104700     20 C-OBJEKT-AUF-KKA5AP       PIC X(020) VALUE "KKA5AP".
104800     20 C-OBJEKT-AUF-KKA5SL       PIC X(020) VALUE "KKA5SL".
104900     20 C-OBJEKT-AUF-KKA4SL       PIC X(020) VALUE "KKA4SL".
105000     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
105100     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105200     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105300     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
105400                                  VALUE "SCHREIBEN-EQUAL".
105500     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
105600                                  VALUE "01-STD-APO-LIST-SUCHE".
105700     20 C-01-INT-LES-APO-DETAIL   PIC X(040)
105800                                  VALUE "01-INT-LES-APO-DETAIL".
105900     20 C-01-INT-LES-SCH-DETAIL   PIC X(040)
106000                                  VALUE "01-INT-LES-SCH-DETAIL".
106100     20 C-01-INT-ANL-SCH          PIC X(040)
106200                                  VALUE "01-INT-ANL-SCH".
106300     20 C-01-INT-AEN-SCH-IMP      PIC X(040)
106400                                  VALUE "01-INT-AEN-SCH-IMP".
106500     20 C-01-INT-AEN-SCH-AUFH     PIC X(040)
106600                                  VALUE "01-INT-AEN-SCH-AUFH".
106700     20 C-01-INT-AEN-APO-SCHL-1   PIC X(040)
106800                                  VALUE "01-INT-AEN-APO-SCHL-1".
106900     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107000     20 C-12                      PIC 9(004) COMP-5 VALUE 12.
107100     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
107200     20 C-SCHLIESSQUALI-GU        PIC X(002) VALUE "GU".
107300     20 C-SCHLIESSART-UNCL        PIC X(002) VALUE "NG".
107400     20 C-GRUND-UNCL              PIC X(004) VALUE "UNCL".
107500     20 C-BEMERK-UNCL             PIC X(060) VALUE
107600        "UNCL: Uebertrag nachrichtenloses Guthaben vorgeschlagen".
107700     20 C-BEMERK-RUECKNAHME       PIC X(060) VALUE
107800        "Ruecknahme der Schliessung ohne Rueckforderung".
107900     20 C-STD-MELDE-MONATE        PIC 9(003) VALUE 12.
108000     20 C-STD-FRIST-MONATE        PIC 9(003) VALUE 36.
108100     20 C-STD-UEBERTRAG-KZ        PIC X(001) VALUE "N".
108200     20 C-UEBERTRAG-JA            PIC X(001) VALUE "J".
108300     20 C-MAX-MONATE              PIC 9(003) VALUE 999.
108400 01  C-STATI.
108500     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
108600     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
108700     05 C-STATUS-FREIZUGEBEN      PIC 9(001) VALUE 5.
108800     05 C-STATUS-ABGELEHNT        PIC 9(001) VALUE 6.
108900     05 C-STATUS-GESCHLOSSEN      PIC 9(001) VALUE 8.
109000     05 C-STATUS-AUFGEHOBEN       PIC 9(001) VALUE 9.
109100 01  C-MELDUNGEN.
109200     05 C-MELD-GEMELDET           PIC X(012) VALUE "GEMELDET    ".
109300     05 C-MELD-VORSCHLAG          PIC X(012) VALUE "VORSCHLAG   ".
109400     05 C-MELD-UEBERTRAGEN        PIC X(012) VALUE "UEBERTRAGEN ".
109500     05 C-MELD-RUECKFORDERUNG     PIC X(012) VALUE "RUECKFORDER.".
109600     05 C-MELD-ERLEDIGT           PIC X(012) VALUE "ERLEDIGT    ".
109700     05 C-MELD-NICHT-UNCL         PIC X(012) VALUE "GRUND N.UNCL".
109800     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
109900     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
110000/---------------------------------------------------------------*
110100* Formatzeilen Protokoll UNFAUS                                 *
110200*---------------------------------------------------------------*
110300 01  UNF-DETAIL.
110400     05 UNF-D-MELDUNG             PIC X(012).
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 UNF-D-AK-NUMMER           PIC 9(005).
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 UNF-D-KONTO-ID            PIC X(035).
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 UNF-D-LFD-NR              PIC 9(007).
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 UNF-D-ALTER-MONATE        PIC ZZ9.
111300     05 FILLER                    PIC X(001) VALUE SPACE.
111400     05 UNF-D-BETRAG              PIC -(013)9,999.
111500     05 FILLER                    PIC X(001) VALUE SPACE.
111600     05 UNF-D-WAEHRUNG            PIC X(003).
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 UNF-D-KONTAKT-DATUM       PIC 9(008).
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 UNF-D-GEGENPARTEI         PIC X(020).
112100     05 FILLER                    PIC X(001) VALUE SPACE.
112200     05 UNF-D-SCHLIESSUNGSNR      PIC 9(012).
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 UNF-D-GL-STATUS           PIC X(001).
112500     05 FILLER                    PIC X(016) VALUE SPACE.
112600 01  UNF-ENDE.
112700     05 FILLER                    PIC X(016) VALUE
112800        "GEMELDET:       ".
112900     05 UNF-E-GEMELDET            PIC Z(006)9.
113000     05 FILLER                    PIC X(016) VALUE
113100        "  VORSCHLAEGE:  ".
113200     05 UNF-E-VORSCHLAEGE         PIC Z(006)9.
113300     05 FILLER                    PIC X(016) VALUE
113400        "  UEBERTRAGEN:  ".
113500     05 UNF-E-UEBERTRAGEN         PIC Z(006)9.
113600     05 FILLER                    PIC X(016) VALUE
113700        "  RUECKFORDER.: ".
113800     05 UNF-E-RUECKFORDERUNG      PIC Z(006)9.
113900     05 FILLER                    PIC X(016) VALUE
114000        "  ERLEDIGT:     ".
114100     05 UNF-E-ERLEDIGT            PIC Z(006)9.
114200     05 FILLER                    PIC X(016) VALUE
114300        "  FEHLER:       ".
114400     05 UNF-E-FEHLER              PIC Z(006)9.
114500     05 FILLER                    PIC X(012) VALUE SPACE.
114600/---------------------------------------------------------------*
114700* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
114800*---------------------------------------------------------------*
114900  COPY DCTGRCGE.
115000  COPY CGSOVER.
115100  COPY CGSTTAB.
115200  COPY CKA0AKRS.
115300  COPY CKA0AKUF.
115400  COPY CKAI0AUF.
115500  COPY CKAO0AUF.
115600  COPY CKAI0AKB.
115700  COPY CKAO0AKB.
115800  COPY DKAXIND.
115900  COPY CKAXIND.
116000  COPY CKAI5OF2.
116100  COPY CKAI5OF3.
116200  COPY CKAO5OF2.
116300  COPY CKAI5AP1.
116400  COPY CKAO5AP1.
116500  COPY CKAI5SL1.
116600  COPY CKAO5SL1.
116700  COPY CKAI4SL1.
116800  COPY CKAO4SL1.
116900  COPY CKAI4SL2.
117000  COPY CKAI4AP2.
117100 01  DUMMY                        PIC X(001).
117200/---------------------------------------------------------------*
117300* Hilfsvariable                                                 *
117400*---------------------------------------------------------------*
117500 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
117600 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
117700 01  H-AK-GEFUNDEN                PIC X(001).
117800     88 AKRS-GEFUNDEN             VALUE "J".
117900     88 AKRS-N-GEFUNDEN           VALUE "N".
118000 01  H-UF-STATUS                  PIC X(001).
118100     88 UF-GEFUNDEN               VALUE "J".
118200     88 UF-N-GEFUNDEN             VALUE "N".
118300 01  H-REGISTER-KZ                PIC X(001).
118400     88 REGISTER-VORHANDEN        VALUE "J".
118500     88 REGISTER-NEU              VALUE "N".
118600 01  H-GB-KZ                      PIC X(001).
118700     88 GB-GEFUNDEN               VALUE "J".
118800     88 GB-N-GEFUNDEN             VALUE "N".
118900 01  H-LAUFDATUM                  PIC 9(008).
119000 01  H-MELDE-MONATE               PIC 9(003).
119100 01  H-FRIST-MONATE               PIC 9(003).
119200 01  H-UEBERTRAG-KZ               PIC X(001).
119300     88 UEBERTRAG-ERLAUBT         VALUE "J".
119400 01  H-APO-STATUS                 PIC 9(001).
119500 01  H-INDEX                      PIC 9(003) COMP-3.
119600 01  H-ALTER-MONATE               PIC S9(005) COMP-3.
119700 01  H-DATUM-VON                  PIC 9(008).
119800 01  H-DATUM-VON-R REDEFINES H-DATUM-VON.
119900     05 H-DV-JJJJ                 PIC 9(004).
120000     05 H-DV-MM                   PIC 9(002).
120100     05 H-DV-TT                   PIC 9(002).
120200 01  H-DATUM-BIS                  PIC 9(008).
120300 01  H-DATUM-BIS-R REDEFINES H-DATUM-BIS.
120400     05 H-DB-JJJJ                 PIC 9(004).
120500     05 H-DB-MM                   PIC 9(002).
120600     05 H-DB-TT                   PIC 9(002).
120700 01  H-SCHLIESSUNGSNUMMER         PIC 9(012).
120800 01  H-MELDUNG                    PIC X(012).
120900 01  H-FEHLERTEXT                 PIC X(035).
121000 01  H-ANZ-GEMELDET               PIC 9(007) COMP-3 VALUE ZERO.
121100 01  H-ANZ-VORSCHLAEGE            PIC 9(007) COMP-3 VALUE ZERO.
121200 01  H-ANZ-UEBERTRAGEN            PIC 9(007) COMP-3 VALUE ZERO.
121300 01  H-ANZ-RUECKFORDERUNG         PIC 9(007) COMP-3 VALUE ZERO.
121400 01  H-ANZ-ERLEDIGT               PIC 9(007) COMP-3 VALUE ZERO.
121500 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
121600 01  H-TIMESTAMP-FIELDS.
121700     05  H-DH-TIMESTAMP           PIC X(021).
121800     05  FILLER                   PIC X(005).
121900/****************************************************************
122000 PROCEDURE DIVISION.
122100*****************************************************************
122200 0000-MAINLINE SECTION.
122300 0000-MAINLINE-1001.
122400     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
122500     PERFORM 2000-REGISTERPFLEGE  THRU 2000-REGISTERPFLEGE-EXIT
122600     PERFORM 3000-MELDUNG         THRU 3000-MELDUNG-EXIT
122700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
122800     STOP RUN
122900     .
123000 0000-MAINLINE-1002.
123100     EXIT.
123200/---------------------------------------------------------------*
123300* Initialisierung: Parameter lesen und vorbelegen               *
123400*---------------------------------------------------------------*
123500 1000-INITIALISIERUNG SECTION.
123600 1000-INITIALISIERUNG-1001.
123700     OPEN INPUT  UNFPARM
123800     OPEN OUTPUT UNFAUS
123900     READ UNFPARM
124000       AT END
124100         INITIALIZE UNF-PARM-SATZ
124200     END-READ
124300     IF UNF-P-LAUFDATUM           NUMERIC
124400        AND UNF-P-LAUFDATUM       > ZERO
124500     THEN
124600       MOVE UNF-P-LAUFDATUM       TO H-LAUFDATUM
124700     ELSE
124800       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
124900     END-IF
125000     IF UNF-P-MELDE-MONATE        NUMERIC
125100        AND UNF-P-MELDE-MONATE    > ZERO
125200     THEN
125300       MOVE UNF-P-MELDE-MONATE    TO H-MELDE-MONATE
125400     ELSE
125500       MOVE C-STD-MELDE-MONATE    TO H-MELDE-MONATE
125600     END-IF
125700     IF UNF-P-FRIST-MONATE        NUMERIC
125800        AND UNF-P-FRIST-MONATE    > ZERO
125900     THEN
126000       MOVE UNF-P-FRIST-MONATE    TO H-FRIST-MONATE
126100     ELSE
126200       MOVE C-STD-FRIST-MONATE    TO H-FRIST-MONATE
126300     END-IF
126400     IF UNF-P-UEBERTRAG-KZ        = C-UEBERTRAG-JA
126500     THEN
126600       MOVE UNF-P-UEBERTRAG-KZ    TO H-UEBERTRAG-KZ
126700     ELSE
126800       MOVE C-STD-UEBERTRAG-KZ    TO H-UEBERTRAG-KZ
126900     END-IF
127000     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
127100     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
127200     .
127300 1000-INITIALISIERUNG-1002.
127400 1000-INITIALISIERUNG-EXIT.
127500     EXIT.
127600/---------------------------------------------------------------*
127700* Durchgang 1: Registersaetze gegen Posten, Schliessung und     *
127800* Hauptbuchvormerkung abgleichen                                *
127900*---------------------------------------------------------------*
128000 2000-REGISTERPFLEGE SECTION.
128100 2000-REGISTERPFLEGE-1001.
128200     MOVE C-1                     TO H-LFD-ZEILE
128300     PERFORM 2100-LESEN-UF-ZEILE  THRU 2100-LESEN-UF-ZEILE-EXIT
128400     PERFORM UNTIL UF-N-GEFUNDEN
128500       MOVE KA0AKUF-AUSGABEBEREICH (1:76)
128600                                  TO KAI0AUF-EINGABEBEREICH
128700       MOVE KA0AKUF-AUSGABEBEREICH (77:)
128800                                  TO KAO0AUF-AUSGABEBEREICH
128900       EVALUATE TRUE
129000         WHEN KAO0AUF-GEMELDET
129100           PERFORM 2200-POSTEN-PRUEFEN
129200                                THRU 2200-POSTEN-PRUEFEN-EXIT
129300         WHEN KAO0AUF-UEBERTRAG-VORG
129400         WHEN KAO0AUF-UEBERTRAGEN
129500           PERFORM 2300-SCHLIESSUNG-PRUEFEN
129600                                THRU 2300-SCHLIESSUNG-PRUEFEN-EXIT
129700         WHEN OTHER
129800           CONTINUE
129900       END-EVALUATE
130000       ADD C-1                    TO H-LFD-ZEILE
130100       PERFORM 2100-LESEN-UF-ZEILE
130200                                THRU 2100-LESEN-UF-ZEILE-EXIT
130300     END-PERFORM
130400     .
130500 2000-REGISTERPFLEGE-1002.
130600 2000-REGISTERPFLEGE-EXIT.
130700     EXIT.
130800/---------------------------------------------------------------*
130900* Zeile aus KA03AKUF lesen                                      *
131000*---------------------------------------------------------------*
131100 2100-LESEN-UF-ZEILE SECTION.
131200 2100-LESEN-UF-ZEILE-1001.
131300     MOVE H-LFD-ZEILE             TO KA0AKUF-ZEILENNUMMER
131400     CALL "CGSTAB" USING
131500          C-TAB-LESEN-ZEILE
131600          C-KONFIG-ID-KA
131700          C-OBJEKT-TAB-KA03AKUF
131800          GSOVER-VERSTAENDIGUNGSBEREICH
131900          KA0AKUF-EINGABEBEREICH
132000          KA0AKUF-AUSGABEBEREICH
132100          DUMMY
132200     END-CALL
132300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
132400     THEN
132500       SET UF-GEFUNDEN            TO TRUE
132600     ELSE
132700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
132800       SET UF-N-GEFUNDEN          TO TRUE
132900     END-IF
133000     .
133100 2100-LESEN-UF-ZEILE-1002.
133200 2100-LESEN-UF-ZEILE-EXIT.
133300     EXIT.
133400/---------------------------------------------------------------*
133500* Gemeldeter Posten: ist er nicht mehr offen bzw. in Klaerung,  *
133600* wurde er anderweitig erledigt                                 *
133700*---------------------------------------------------------------*
133800 2200-POSTEN-PRUEFEN SECTION.
133900 2200-POSTEN-PRUEFEN-1001.
134000     MOVE C-01-INT-LES-APO-DETAIL TO KAI5AP1-FUNKTION
134100     MOVE KAI0AUF-AK-NUMMER       TO KAI5AP1-ABSTIMMKREIS-NR
134200     MOVE KAI0AUF-HERKUNFT        TO KAI5AP1-HERKUNFT
134300     MOVE KAI0AUF-KONTO-ID        TO KAI5AP1-KONTO-ID-ABSTIMM
134400     MOVE KAI0AUF-AUSZUGSDATUM    TO KAI5AP1-AUSZUGSDATUM
134500     MOVE KAI0AUF-AUSZUGSNUMMER   TO KAI5AP1-AUSZUGSNUMMER
134600     MOVE KAI0AUF-AUSZUG-FNR      TO KAI5AP1-AUSZUG-FNR
134700     MOVE KAI0AUF-LFD-NR-APO      TO KAI5AP1-LFD-NR-APO
134800     CALL "CGSAUF"
134900     USING C-AUF-AUFRUF-AL
135000           C-KONFIG-ID-KA
135100           C-OBJEKT-AUF-KKA5AP
135200           GSOVER-VERSTAENDIGUNGSBEREICH
135300           KAI5AP1-EINGABEBEREICH
135400           KAO5AP1-AUSGABEBEREICH
135500           DUMMY
135600           KAXIND-INDICES
135700     END-CALL
135800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
135900        AND (KAO5AP1-APO-STATUS   = C-STATUS-OFFEN
136000             OR KAO5AP1-APO-STATUS
136100                                  = C-STATUS-KLAERUNG)
136200     THEN
136300       GO TO 2200-POSTEN-PRUEFEN-EXIT
136400     END-IF
136500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
136600     SET KAO0AUF-ERLEDIGT         TO TRUE
136700     MOVE H-LAUFDATUM             TO KAO0AUF-LAUF-DATUM
136800     ADD C-1                      TO H-ANZ-ERLEDIGT
136900     MOVE C-MELD-ERLEDIGT         TO H-MELDUNG
137000     PERFORM 2500-REGISTER-SCHREIBEN
137100                                THRU 2500-REGISTER-SCHREIBEN-EXIT
137200     .
137300 2200-POSTEN-PRUEFEN-1002.
137400 2200-POSTEN-PRUEFEN-EXIT.
137500     EXIT.
137600/---------------------------------------------------------------*
137700* Uebertrag vorgeschlagen bzw. uebertragen: Status der          *
137800* Schliessung und der Hauptbuchvormerkung uebernehmen           *
137900*---------------------------------------------------------------*
138000 2300-SCHLIESSUNG-PRUEFEN SECTION.
138100 2300-SCHLIESSUNG-PRUEFEN-1001.
138200     MOVE C-01-INT-LES-SCH-DETAIL TO KAI5SL1-FUNKTION
138300     MOVE KAO0AUF-SCHLIESSUNGSNR  TO KAI5SL1-SCHLIESSUNGSNR
138400     CALL "CGSAUF"
138500     USING C-AUF-AUFRUF-AL
138600           C-KONFIG-ID-KA
138700           C-OBJEKT-AUF-KKA5SL
138800           GSOVER-VERSTAENDIGUNGSBEREICH
138900           KAI5SL1-EINGABEBEREICH
139000           KAO5SL1-AUSGABEBEREICH
139100     END-CALL
139200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
139300     THEN
139400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
139500       ADD C-1                    TO H-ANZ-FEHLER
139600       MOVE C-MELD-FEHLER         TO H-MELDUNG
139700       PERFORM 2600-REGISTER-PROTOKOLL
139800                                THRU 2600-REGISTER-PROTOKOLL-EXIT
139900       GO TO 2300-SCHLIESSUNG-PRUEFEN-EXIT
140000     END-IF
140100     IF KAO0AUF-UEBERTRAG-VORG
140200     THEN
140300       EVALUATE KAO5SL1-SCH-STATUS
140400         WHEN C-STATUS-GESCHLOSSEN
140500           PERFORM 2400-GB-LESEN  THRU 2400-GB-LESEN-EXIT
140600           SET KAO0AUF-UEBERTRAGEN
140700                                  TO TRUE
140800           IF GB-GEFUNDEN
140900           THEN
141000             MOVE KAO0AKB-FREIGABE-DATUM
141100                                  TO KAO0AUF-FREIGABE-DATUM
141200             IF KAO0AKB-GRUND-CODE
141300                                  NOT = C-GRUND-UNCL
141400             THEN
141500               MOVE C-MELD-NICHT-UNCL
141600                                  TO H-MELDUNG
141700               PERFORM 2600-REGISTER-PROTOKOLL
141800                                THRU 2600-REGISTER-PROTOKOLL-EXIT
141900             END-IF
142000           END-IF
142100           ADD C-1                TO H-ANZ-UEBERTRAGEN
142200           MOVE C-MELD-UEBERTRAGEN
142300                                  TO H-MELDUNG
142400         WHEN C-STATUS-ABGELEHNT
142500         WHEN C-STATUS-AUFGEHOBEN
142600           SET KAO0AUF-GEMELDET   TO TRUE
142700           MOVE ZERO              TO KAO0AUF-SCHLIESSUNGSNR
142800                                     KAO0AUF-UEBERTRAG-DATUM
142900           MOVE C-MELD-GEMELDET   TO H-MELDUNG
143000         WHEN OTHER
143100           GO TO 2300-SCHLIESSUNG-PRUEFEN-EXIT
143200       END-EVALUATE
143300     ELSE
143400       IF KAO5SL1-SCH-STATUS      = C-STATUS-GESCHLOSSEN
143500       THEN
143600         PERFORM 2400-GB-LESEN    THRU 2400-GB-LESEN-EXIT
143700         MOVE C-MELD-UEBERTRAGEN  TO H-MELDUNG
143800       ELSE
143900*        Schliessung ausserhalb der Rueckforderung zurueckgenommen
144000         SET KAO0AUF-RUECKGEFORDERT
144100                                  TO TRUE
144200         MOVE H-LAUFDATUM         TO KAO0AUF-RUECKF-DATUM
144300         MOVE C-AKAUNF            TO KAO0AUF-RUECKF-BENUTZER
144400         MOVE C-BEMERK-RUECKNAHME TO KAO0AUF-RUECKF-BEMERK
144500         SET KAO0AUF-RUECKF-GL-OFFEN
144600                                  TO TRUE
144700         MOVE ZERO                TO KAO0AUF-RUECKF-GL-DATUM
144800         ADD C-1                  TO H-ANZ-RUECKFORDERUNG
144900         MOVE C-MELD-RUECKFORDERUNG
145000                                  TO H-MELDUNG
145100       END-IF
145200     END-IF
145300     MOVE H-LAUFDATUM             TO KAO0AUF-LAUF-DATUM
145400     PERFORM 2500-REGISTER-SCHREIBEN
145500                                THRU 2500-REGISTER-SCHREIBEN-EXIT
145600     .
145700 2300-SCHLIESSUNG-PRUEFEN-1002.
145800 2300-SCHLIESSUNG-PRUEFEN-EXIT.
145900     EXIT.
146000/---------------------------------------------------------------*
146100* Hauptbuchvormerkung KA02AKGB der Uebertragsschliessung lesen  *
146200*---------------------------------------------------------------*
146300 2400-GB-LESEN SECTION.
146400 2400-GB-LESEN-1001.
146500     MOVE KAO0AUF-SCHLIESSUNGSNR  TO KAI0AKB-SCHLIESSUNGSNR
146600     CALL "CGSTAB"
146700     USING C-TAB-LESEN-EQUAL
146800           C-KONFIG-ID-KA
146900           C-OBJEKT-TAB-KA02AKGB
147000           GSOVER-VERSTAENDIGUNGSBEREICH
147100           KAI0AKB-EINGABEBEREICH
147200           KAO0AKB-AUSGABEBEREICH
147300           GSTTAB-EIN-AUSGABEBEREICH
147400     END-CALL
147500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
147600     THEN
147700       SET GB-GEFUNDEN            TO TRUE
147800       MOVE KAO0AKB-STATUS        TO KAO0AUF-GL-STATUS
147900       MOVE KAO0AKB-SENDE-DATUM   TO KAO0AUF-GL-SENDE-DATUM
148000     ELSE
148100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
148200       SET GB-N-GEFUNDEN          TO TRUE
148300     END-IF
148400     .
148500 2400-GB-LESEN-1002.
148600 2400-GB-LESEN-EXIT.
148700     EXIT.
148800/---------------------------------------------------------------*
148900* Registersatz schreiben und protokollieren                     *
149000*---------------------------------------------------------------*
149100 2500-REGISTER-SCHREIBEN SECTION.
149200 2500-REGISTER-SCHREIBEN-1001.
149300     CALL "CGSTAB"
149400     USING C-TAB-SCHREIBEN-EQUAL
149500           C-KONFIG-ID-KA
149600           C-OBJEKT-TAB-KA02AKUF
149700           GSOVER-VERSTAENDIGUNGSBEREICH
149800           KAI0AUF-EINGABEBEREICH
149900           KAO0AUF-AUSGABEBEREICH
150000           GSTTAB-EIN-AUSGABEBEREICH
150100     END-CALL
150200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
150300     THEN
150400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
150500       ADD C-1                    TO H-ANZ-FEHLER
150600       MOVE C-MELD-FEHLER         TO H-MELDUNG
150700     END-IF
150800     PERFORM 2600-REGISTER-PROTOKOLL
150900                                THRU 2600-REGISTER-PROTOKOLL-EXIT
151000     .
151100 2500-REGISTER-SCHREIBEN-1002.
151200 2500-REGISTER-SCHREIBEN-EXIT.
151300     EXIT.
151400/---------------------------------------------------------------*
151500* Protokollzeile zum Registersatz                               *
151600*---------------------------------------------------------------*
151700 2600-REGISTER-PROTOKOLL SECTION.
151800 2600-REGISTER-PROTOKOLL-1001.
151900     INITIALIZE UNF-DETAIL
152000     MOVE H-MELDUNG               TO UNF-D-MELDUNG
152100     MOVE KAI0AUF-AK-NUMMER       TO UNF-D-AK-NUMMER
152200     MOVE KAI0AUF-KONTO-ID        TO UNF-D-KONTO-ID
152300     MOVE KAI0AUF-LFD-NR-APO      TO UNF-D-LFD-NR
152400     MOVE KAO0AUF-ALTER-MONATE    TO UNF-D-ALTER-MONATE
152500     MOVE KAO0AUF-BETRAG          TO UNF-D-BETRAG
152600     MOVE KAO0AUF-WAEHRUNG        TO UNF-D-WAEHRUNG
152700     MOVE KAO0AUF-KONTAKT-DATUM   TO UNF-D-KONTAKT-DATUM
152800     MOVE KAO0AUF-GEGENPARTEI     TO UNF-D-GEGENPARTEI
152900     MOVE KAO0AUF-SCHLIESSUNGSNR  TO UNF-D-SCHLIESSUNGSNR
153000     MOVE KAO0AUF-GL-STATUS       TO UNF-D-GL-STATUS
153100     MOVE UNF-DETAIL              TO UNF-DRUCKZEILE
153200     WRITE UNF-DRUCKZEILE
153300     .
153400 2600-REGISTER-PROTOKOLL-1002.
153500 2600-REGISTER-PROTOKOLL-EXIT.
153600     EXIT.
153700/---------------------------------------------------------------*
153800* Durchgang 2: ueberalterte Habenposten aller Abstimmkreise     *
153900* melden und nach Ablauf der Frist den Uebertrag vorschlagen    *
154000*---------------------------------------------------------------*
154100 3000-MELDUNG SECTION.
154200 3000-MELDUNG-1001.
154300     MOVE C-1                     TO H-LFD-ZEILE
154400     PERFORM 3100-LESEN-AKRS-ZEILE
154500                                  THRU 3100-LESEN-AKRS-ZEILE-EXIT
154600     PERFORM UNTIL AKRS-N-GEFUNDEN
154700       PERFORM 3200-AK-VERARBEITEN
154800                                THRU 3200-AK-VERARBEITEN-EXIT
154900       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
155000       PERFORM 3100-LESEN-AKRS-ZEILE
155100                                THRU 3100-LESEN-AKRS-ZEILE-EXIT
155200     END-PERFORM
155300     INITIALIZE UNF-ENDE
155400     MOVE H-ANZ-GEMELDET          TO UNF-E-GEMELDET
155500     MOVE H-ANZ-VORSCHLAEGE       TO UNF-E-VORSCHLAEGE
155600     MOVE H-ANZ-UEBERTRAGEN       TO UNF-E-UEBERTRAGEN
155700     MOVE H-ANZ-RUECKFORDERUNG    TO UNF-E-RUECKFORDERUNG
155800     MOVE H-ANZ-ERLEDIGT          TO UNF-E-ERLEDIGT
155900     MOVE H-ANZ-FEHLER            TO UNF-E-FEHLER
156000     MOVE UNF-ENDE                TO UNF-DRUCKZEILE
156100     WRITE UNF-DRUCKZEILE
156200     .
156300 3000-MELDUNG-1002.
156400 3000-MELDUNG-EXIT.
156500     EXIT.
156600/---------------------------------------------------------------*
156700* Zeile aus KA03AKRS lesen                                      *
156800*---------------------------------------------------------------*
156900 3100-LESEN-AKRS-ZEILE SECTION.
157000 3100-LESEN-AKRS-ZEILE-1001.
157100     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
157200     CALL "CGSTAB" USING
157300          C-TAB-LESEN-ZEILE
157400          C-KONFIG-ID-KA
157500          C-OBJEKT-TAB-KA03AKRS
157600          GSOVER-VERSTAENDIGUNGSBEREICH
157700          KA0AKRS-EINGABEBEREICH
157800          KA0AKRS-AUSGABEBEREICH
157900          DUMMY
158000     END-CALL
158100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
158200     THEN
158300       SET AKRS-GEFUNDEN          TO TRUE
158400       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
158500         ON SIZE ERROR CONTINUE
158600       END-ADD
158700     ELSE
158800       SET AKRS-N-GEFUNDEN        TO TRUE
158900     END-IF
159000     .
159100 3100-LESEN-AKRS-ZEILE-1002.
159200 3100-LESEN-AKRS-ZEILE-EXIT.
159300     EXIT.
159400/---------------------------------------------------------------*
159500* Offene und in Klaerung befindliche Posten eines Kreises       *
159600*---------------------------------------------------------------*
159700 3200-AK-VERARBEITEN SECTION.
159800 3200-AK-VERARBEITEN-1001.
159900     IF KA0AKRS-HOCHVOLUMEN-JA
160000     THEN
160100       INITIALIZE UNF-DETAIL
160200       MOVE C-MELD-HOCHVOLUMEN    TO UNF-D-MELDUNG
160300       MOVE KA0AKRS-AK-NUMMER     TO UNF-D-AK-NUMMER
160400       MOVE UNF-DETAIL            TO UNF-DRUCKZEILE
160500       WRITE UNF-DRUCKZEILE
160600       GO TO 3200-AK-VERARBEITEN-EXIT
160700     END-IF
160800     MOVE C-STATUS-OFFEN          TO H-APO-STATUS
160900     PERFORM 3250-AK-STATUS-LESEN THRU 3250-AK-STATUS-LESEN-EXIT
161000     MOVE C-STATUS-KLAERUNG       TO H-APO-STATUS
161100     PERFORM 3250-AK-STATUS-LESEN THRU 3250-AK-STATUS-LESEN-EXIT
161200     .
161300 3200-AK-VERARBEITEN-1002.
161400 3200-AK-VERARBEITEN-EXIT.
161500     EXIT.
161600/---------------------------------------------------------------*
161700* Trefferliste eines Kreises zu einem APO-Status                *
161800*---------------------------------------------------------------*
161900 3250-AK-STATUS-LESEN SECTION.
162000 3250-AK-STATUS-LESEN-1001.
162100     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
162200     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
162300     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
162400     MOVE H-APO-STATUS            TO KAI5OF3-STATUS
162500     CALL "AKA5OF" USING
162600          C-01-STD-APO-LIST-SUCHE
162700          C-KONFIG-ID-KA
162800          C-AKAUNF
162900          GSOVER-VERSTAENDIGUNGSBEREICH
163000          KAI5OF2-EINGABEBEREICH
163100          KAO5OF2-AUSGABEBEREICH
163200          DUMMY
163300          KAXIND-INDICES
163400     END-CALL
163500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
163600        AND KAO5OF2-IND-LETZT      NOT = ZERO
163700     THEN
163800       PERFORM 3300-POSTEN-PRUEFEN
163900                                THRU 3300-POSTEN-PRUEFEN-EXIT
164000                                  VARYING H-INDEX FROM 1 BY 1
164100                                  UNTIL H-INDEX
164200                                        > KAO5OF2-IND-LETZT
164300     END-IF
164400     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
164500     .
164600 3250-AK-STATUS-LESEN-1002.
164700 3250-AK-STATUS-LESEN-EXIT.
164800     EXIT.
164900/---------------------------------------------------------------*
165000* Einen Posten pruefen: nur Habenposten (negativer Betrag),     *
165100* deren Valuta mindestens das Meldealter zurueckliegt           *
165200*---------------------------------------------------------------*
165300 3300-POSTEN-PRUEFEN SECTION.
165400 3300-POSTEN-PRUEFEN-1001.
165500     IF KAO5OF2-APO-BETRAG (H-INDEX) >= ZERO
165600     THEN
165700       GO TO 3300-POSTEN-PRUEFEN-EXIT
165800     END-IF
165900     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
166000                                  TO H-DATUM-VON
166100     IF H-DATUM-VON               < 19000101
166200     THEN
166300       MOVE KAO5OF2-APO-BUTAG (H-INDEX)
166400                                  TO H-DATUM-VON
166500     END-IF
166600     IF H-DATUM-VON               < 19000101
166700        OR H-DATUM-VON            > H-LAUFDATUM
166800     THEN
166900       GO TO 3300-POSTEN-PRUEFEN-EXIT
167000     END-IF
167100*    Alter in vollendeten Monaten bis zum Laufdatum
167200     MOVE H-LAUFDATUM             TO H-DATUM-BIS
167300     COMPUTE H-ALTER-MONATE       = (H-DB-JJJJ - H-DV-JJJJ) * C-12
167400                                  + H-DB-MM - H-DV-MM
167500     IF H-DB-TT                   < H-DV-TT
167600     THEN
167700       SUBTRACT C-1               FROM H-ALTER-MONATE
167800     END-IF
167900     IF H-ALTER-MONATE            < H-MELDE-MONATE
168000     THEN
168100       GO TO 3300-POSTEN-PRUEFEN-EXIT
168200     END-IF
168300     IF H-ALTER-MONATE            > C-MAX-MONATE
168400     THEN
168500       MOVE C-MAX-MONATE          TO H-ALTER-MONATE
168600     END-IF
168700     PERFORM 3400-REGISTER-FORTSCHREIBEN
168800                            THRU 3400-REGISTER-FORTSCHREIBEN-EXIT
168900     .
169000 3300-POSTEN-PRUEFEN-1002.
169100 3300-POSTEN-PRUEFEN-EXIT.
169200     EXIT.
169300/---------------------------------------------------------------*
169400* Registersatz anlegen bzw. fortschreiben, nach Ablauf der      *
169500* gesetzlichen Frist den Uebertrag vorschlagen                  *
169600*---------------------------------------------------------------*
169700 3400-REGISTER-FORTSCHREIBEN SECTION.
169800 3400-REGISTER-FORTSCHREIBEN-1001.
169900     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
170000                                  TO KAI0AUF-AK-NUMMER
170100     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
170200                                  TO KAI0AUF-HERKUNFT
170300     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
170400                                  TO KAI0AUF-KONTO-ID
170500     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
170600                                  TO KAI0AUF-AUSZUGSDATUM
170700     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
170800                                  TO KAI0AUF-AUSZUGSNUMMER
170900     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
171000                                  TO KAI0AUF-AUSZUG-FNR
171100     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
171200                                  TO KAI0AUF-LFD-NR-APO
171300     CALL "CGSTAB"
171400     USING C-TAB-LESEN-EQUAL
171500           C-KONFIG-ID-KA
171600           C-OBJEKT-TAB-KA02AKUF
171700           GSOVER-VERSTAENDIGUNGSBEREICH
171800           KAI0AUF-EINGABEBEREICH
171900           KAO0AUF-AUSGABEBEREICH
172000           GSTTAB-EIN-AUSGABEBEREICH
172100     END-CALL
172200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
172300     THEN
172400       SET REGISTER-VORHANDEN     TO TRUE
172500     ELSE
172600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
172700       SET REGISTER-NEU           TO TRUE
172800     END-IF
172900*    Rueckgeforderte Posten werden an den Berechtigten ausgezahlt
173000     IF REGISTER-VORHANDEN
173100        AND KAO0AUF-RUECKGEFORDERT
173200     THEN
173300       GO TO 3400-REGISTER-FORTSCHREIBEN-EXIT
173400     END-IF
173500     IF REGISTER-NEU
173600     THEN
173700       INITIALIZE KAO0AUF-AUSGABEBEREICH
173800       SET KAO0AUF-GEMELDET       TO TRUE
173900       MOVE H-LAUFDATUM           TO KAO0AUF-ERFASST-DATUM
174000     END-IF
174100     IF KAO0AUF-ERLEDIGT
174200     THEN
174300       SET KAO0AUF-GEMELDET       TO TRUE
174400     END-IF
174500     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
174600                                  TO KAO0AUF-BETRAG
174700     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
174800                                  TO KAO0AUF-WAEHRUNG
174900     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
175000                                  TO KAO0AUF-BUTAG
175100     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
175200                                  TO KAO0AUF-VALUTA
175300     MOVE KAO5OF2-APO-KONTO-ID-ORIG (H-INDEX)
175400                                  TO KAO0AUF-KONTO-ID-ORIG
175500     MOVE KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX)
175600                                  TO KAO0AUF-VERWENDUNGSZWECK
175700     IF KAO5OF2-APO-NF-GEGENPARTEI (H-INDEX)
175800                                  NOT = SPACE AND NOT = LOW-VALUE
175900     THEN
176000       MOVE KAO5OF2-APO-NF-GEGENPARTEI (H-INDEX)
176100                                  TO KAO0AUF-GEGENPARTEI
176200     END-IF
176300*    Letzter Kontaktversuch aus dem Nachforschungsfall
176400     IF KAO5OF2-APO-NF-AKTION-DATUM (H-INDEX) NUMERIC
176500        AND KAO5OF2-APO-NF-AKTION-DATUM (H-INDEX)
176600                                  > KAO0AUF-KONTAKT-DATUM
176700     THEN
176800       MOVE KAO5OF2-APO-NF-AKTION-DATUM (H-INDEX)
176900                                  TO KAO0AUF-KONTAKT-DATUM
177000       MOVE KAO5OF2-APO-NF-AKTION (H-INDEX)
177100                                  TO KAO0AUF-KONTAKT-TEXT
177200       MOVE C-AKAUNF              TO KAO0AUF-KONTAKT-BENUTZER
177300     END-IF
177400     MOVE H-ALTER-MONATE          TO KAO0AUF-ALTER-MONATE
177500     MOVE H-LAUFDATUM             TO KAO0AUF-LAUF-DATUM
177600     MOVE C-MELD-GEMELDET         TO H-MELDUNG
177700     IF KAO0AUF-GEMELDET
177800        AND H-ALTER-MONATE        >= H-FRIST-MONATE
177900        AND UEBERTRAG-ERLAUBT
178000     THEN
178100       PERFORM 3500-UEBERTRAG-VORSCHLAGEN
178200                             THRU 3500-UEBERTRAG-VORSCHLAGEN-EXIT
178300     END-IF
178400     IF KAO0AUF-GEMELDET
178500     THEN
178600       ADD C-1                    TO H-ANZ-GEMELDET
178700     END-IF
178800     PERFORM 2500-REGISTER-SCHREIBEN
178900                                THRU 2500-REGISTER-SCHREIBEN-EXIT
179000     .
179100 3400-REGISTER-FORTSCHREIBEN-1002.
179200 3400-REGISTER-FORTSCHREIBEN-EXIT.
179300     EXIT.
179400/---------------------------------------------------------------*
179500* Uebertrag auf das Sammelkonto vorschlagen: Schliessung        *
179600* "freizugeben" anlegen und den Posten zuordnen                 *
179700*---------------------------------------------------------------*
179800 3500-UEBERTRAG-VORSCHLAGEN SECTION.
179900 3500-UEBERTRAG-VORSCHLAGEN-1001.
180000     MOVE HIGH-VALUE              TO KAI4SL1-EINGABEBEREICH
180100     MOVE C-01-INT-ANL-SCH        TO KAI4SL1-FUNKTION
180200     MOVE C-GELDKTO-UMSATZ-ABSTIMM
180300                                  TO KAI4SL1-AKTUELLE-ABSTIMM-ART
180400     MOVE ZERO                    TO KAI4SL1-SCHLIESSUNGSNR
180500     MOVE C-SCHLIESSART-UNCL      TO KAI4SL1-SCHLIESSUNGSART
180600     MOVE C-BEMERK-UNCL           TO KAI4SL1-SCHLIESSUNG-BEMERK
180700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
180800                                  TO KAI4SL1-ABSTIMM-ART
180900     MOVE C-SCHLIESSQUALI-GU      TO KAI4SL1-SCHLIESSUNGSQUALI
181000     MOVE H-DH-TIMESTAMP          TO KAI4SL1-TIMESTAMP-SCHLIESS
181100     MOVE C-AKAUNF                TO KAI4SL1-USER-SCHLIESS
181200     MOVE SPACE                   TO KAI4SL1-TIMESTAMP-FREI
181300                                     KAI4SL1-USER-FREI
181400                                     KAI4SL1-TIMESTAMP-ABL-AUFH
181500                                     KAI4SL1-USER-ABL-AUFH
181600     CALL "CGSAUF"
181700     USING C-AUF-AUFRUF-AL
181800           C-KONFIG-ID-KA
181900           C-OBJEKT-AUF-KKA4SL
182000           GSOVER-VERSTAENDIGUNGSBEREICH
182100           KAI4SL1-EINGABEBEREICH
182200           KAO4SL1-AUSGABEBEREICH
182300           DUMMY
182400           KAXIND-INDICES
182500     END-CALL
182600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
182700     THEN
182800       MOVE ZERO                  TO H-SCHLIESSUNGSNUMMER
182900       MOVE "SCHLIESSUNG NICHT ANLEGBAR"
183000                                  TO H-FEHLERTEXT
183100       PERFORM 3600-FEHLER-PROTOKOLL
183200                                THRU 3600-FEHLER-PROTOKOLL-EXIT
183300       GO TO 3500-UEBERTRAG-VORSCHLAGEN-EXIT
183400     END-IF
183500     MOVE KAO4SL1-SCHLIESSUNGSNR  TO H-SCHLIESSUNGSNUMMER
183600*    Schliessung mit Abstimmkreis und Status freizugeben
183700     MOVE C-01-INT-AEN-SCH-IMP    TO KAI4SL1-FUNKTION
183800     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4SL1-SCHLIESSUNGSNR
183900     MOVE KA0AKRS-AK-NUMMER       TO KAI4SL1-ABSTIMMKREIS-NR
184000     MOVE ZERO                    TO KAI4SL1-SCHLIESSREGEL-NR
184100     MOVE C-STATUS-FREIZUGEBEN    TO KAI4SL1-STATUS
184200     MOVE ZERO                    TO KAI4SL1-DIFF-ZULAESSIG
184300     MOVE ZERO                    TO KAI4SL1-DIFF-TATSAECHL
184400     CALL "CGSAUF"
184500     USING C-AUF-AUFRUF-AL
184600           C-KONFIG-ID-KA
184700           C-OBJEKT-AUF-KKA4SL
184800           GSOVER-VERSTAENDIGUNGSBEREICH
184900           KAI4SL1-EINGABEBEREICH
185000           KAO4SL1-AUSGABEBEREICH
185100           DUMMY
185200           KAXIND-INDICES
185300     END-CALL
185400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
185500     THEN
185600       PERFORM 3550-SCHLIESSUNG-AUFHEBEN
185700                            THRU 3550-SCHLIESSUNG-AUFHEBEN-EXIT
185800       MOVE "SCHLIESSUNG NICHT FINALISIERBAR"
185900                                  TO H-FEHLERTEXT
186000       PERFORM 3600-FEHLER-PROTOKOLL
186100                                THRU 3600-FEHLER-PROTOKOLL-EXIT
186200       GO TO 3500-UEBERTRAG-VORSCHLAGEN-EXIT
186300     END-IF
186400*    Posten der Schliessung zuordnen
186500     MOVE C-01-INT-AEN-APO-SCHL-1 TO KAI4AP2-FUNKTION
186600     MOVE SPACE                   TO KAI4AP2-PERIODEN-UEBERST-KZ
186700     MOVE KAI0AUF-AK-NUMMER       TO KAI4AP2-ABSTIMMKREIS-NR
186800     MOVE KAI0AUF-HERKUNFT        TO KAI4AP2-HERKUNFT
186900     MOVE KAI0AUF-KONTO-ID        TO KAI4AP2-KONTO-ID-ABSTIMM
187000     MOVE KAI0AUF-AUSZUGSDATUM    TO KAI4AP2-AUSZUGSDATUM
187100     MOVE KAI0AUF-AUSZUGSNUMMER   TO KAI4AP2-AUSZUGSNUMMER
187200     MOVE KAI0AUF-AUSZUG-FNR      TO KAI4AP2-AUSZUG-FNR
187300     MOVE KAI0AUF-LFD-NR-APO      TO KAI4AP2-LFD-NR-APO
187400     MOVE C-STATUS-FREIZUGEBEN    TO KAI4AP2-STATUS
187500     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4AP2-SCHLIESSUNGSNR
187600     MOVE C-SCHLIESSART-UNCL      TO KAI4AP2-SCHLIESSUNGSART
187700     MOVE H-DH-TIMESTAMP          TO KAI4AP2-TIMESTAMP
187800     MOVE C-AKAUNF                TO KAI4AP2-USER
187900     CALL "CGSAUF"
188000     USING C-AUF-AUFRUF-AL
188100           C-KONFIG-ID-KA
188200           C-OBJEKT-AUF-KKA4AP
188300           GSOVER-VERSTAENDIGUNGSBEREICH
188400           KAI4AP2-EINGABEBEREICH
188500           DUMMY
188600           DUMMY
188700           KAXIND-INDICES
188800     END-CALL
188900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
189000     THEN
189100       PERFORM 3550-SCHLIESSUNG-AUFHEBEN
189200                            THRU 3550-SCHLIESSUNG-AUFHEBEN-EXIT
189300       MOVE "POSTEN NICHT ZUORDENBAR"
189400                                  TO H-FEHLERTEXT
189500       PERFORM 3600-FEHLER-PROTOKOLL
189600                                THRU 3600-FEHLER-PROTOKOLL-EXIT
189700       GO TO 3500-UEBERTRAG-VORSCHLAGEN-EXIT
189800     END-IF
189900     SET KAO0AUF-UEBERTRAG-VORG   TO TRUE
190000     MOVE H-SCHLIESSUNGSNUMMER    TO KAO0AUF-SCHLIESSUNGSNR
190100     MOVE H-LAUFDATUM             TO KAO0AUF-UEBERTRAG-DATUM
190200     MOVE ZERO                    TO KAO0AUF-FREIGABE-DATUM
190300                                     KAO0AUF-GL-SENDE-DATUM
190400     MOVE SPACE                   TO KAO0AUF-FREIGEBER
190500                                     KAO0AUF-GL-STATUS
190600     ADD C-1                      TO H-ANZ-VORSCHLAEGE
190700     MOVE C-MELD-VORSCHLAG        TO H-MELDUNG
190800     .
190900 3500-UEBERTRAG-VORSCHLAGEN-1002.
191000 3500-UEBERTRAG-VORSCHLAGEN-EXIT.
191100     EXIT.
191200/---------------------------------------------------------------*
191300* Nicht vollstaendig angelegte Schliessung wieder aufheben      *
191400*---------------------------------------------------------------*
191500 3550-SCHLIESSUNG-AUFHEBEN SECTION.
191600 3550-SCHLIESSUNG-AUFHEBEN-1001.
191700     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
191800     MOVE SPACE                   TO KAI4SL2-EINGABEBEREICH
191900     MOVE C-01-INT-AEN-SCH-AUFH   TO KAI4SL2-FUNKTION
192000     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4SL2-SCHLIESSUNGSNR
192100     MOVE C-BEMERK-UNCL           TO KAI4SL2-SCHLIESSUNG-BEMERK
192200     MOVE C-AKAUNF                TO KAI4SL2-USER
192300     MOVE H-DH-TIMESTAMP          TO KAI4SL2-KASCH-TIMESTAMP
192400     MOVE ZERO                    TO KAI4SL2-ABLEHN-ZAEHLER
192500     CALL "CGSAUF"
192600     USING C-AUF-AUFRUF-AL
192700           C-KONFIG-ID-KA
192800           C-OBJEKT-AUF-KKA4SL
192900           GSOVER-VERSTAENDIGUNGSBEREICH
193000           KAI4SL2-EINGABEBEREICH
193100           DUMMY
193200     END-CALL
193300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
193400     .
193500 3550-SCHLIESSUNG-AUFHEBEN-1002.
193600 3550-SCHLIESSUNG-AUFHEBEN-EXIT.
193700     EXIT.
193800/---------------------------------------------------------------*
193900* Fehlerzeile fuer einen nicht angelegten Uebertragsvorschlag;  *
194000* der Registersatz bleibt gemeldet                              *
194100*---------------------------------------------------------------*
194200 3600-FEHLER-PROTOKOLL SECTION.
194300 3600-FEHLER-PROTOKOLL-1001.
194400     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
194500     ADD C-1                      TO H-ANZ-FEHLER
194600     INITIALIZE UNF-DETAIL
194700     MOVE C-MELD-FEHLER           TO UNF-D-MELDUNG
194800     MOVE KAI0AUF-AK-NUMMER       TO UNF-D-AK-NUMMER
194900     MOVE H-FEHLERTEXT            TO UNF-D-KONTO-ID
195000     MOVE KAI0AUF-LFD-NR-APO      TO UNF-D-LFD-NR
195100     MOVE H-ALTER-MONATE          TO UNF-D-ALTER-MONATE
195200     MOVE KAO0AUF-BETRAG          TO UNF-D-BETRAG
195300     MOVE KAO0AUF-WAEHRUNG        TO UNF-D-WAEHRUNG
195400     MOVE H-SCHLIESSUNGSNUMMER    TO UNF-D-SCHLIESSUNGSNR
195500     MOVE UNF-DETAIL              TO UNF-DRUCKZEILE
195600     WRITE UNF-DRUCKZEILE
195700     .
195800 3600-FEHLER-PROTOKOLL-1002.
195900 3600-FEHLER-PROTOKOLL-EXIT.
196000     EXIT.
196100/---------------------------------------------------------------*
196200* Programmende                                                  *
196300*---------------------------------------------------------------*
196400 9999-EXIT SECTION.
196500 9999-EXIT-1001.
196600     CLOSE UNFPARM
196700     CLOSE UNFAUS
196800     .
196900 9999-EXIT-1002.
197000 9999-EXIT-EXIT.
197100     EXIT.
