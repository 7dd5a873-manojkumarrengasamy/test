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
000160*@Titel         : Rueckleitung nicht zuordenbarer Eingaenge
000160*@Elementname   : akarlv.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Rueckleitungslauf                          *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Rueckleitung nicht zuordenbarer Eingaenge aus den CpD-    *
001900* Abstimmkreisen an den Auftraggeber. RLVPARM liefert das   *
002000* Laufdatum, die Frist in Geschaeftstagen, den Abstimm-     *
002100* kreistyp der CpD-Kreise und den Rueckgabegrund (ISO),     *
002200* ohne Angabe 60 Geschaeftstage, Typ "CP" und "MS03".       *
002300* Durchgang 1: genehmigte Rueckleitungen (KA02AKRL, Status  *
002400* G) werden mit den Originalreferenzen und dem Rueckgabe-   *
002500* grund in die Zahlungsdatei RLVZAH geschrieben und auf     *
002600* "A" (ausgefuehrt) gesetzt.                                *
002700* Durchgang 2: offene Gutschriften der CpD-Kreise, deren    *
002800* Buchungstag mindestens die Frist (AKAFTG) zurueckliegt,   *
002900* werden vorgeschlagen: Schliessung mit der Schliessungs-   *
003000* art "RL" im Status freizugeben, Zuordnung des Postens     *
003100* und Registersatz mit Status "V". Bestaetigung und         *
003200* Genehmigung (vier Augen) erfolgen im Dialog ueber AKA4OF  *
003300* (01-STD-SCH-RUECK-BEST/-GEN); die Genehmigung gibt die    *
003400* Schliessung frei und stellt die Gegenbuchung mit dem      *
003500* Grund RUEC ueber KA02AKGB ein.                            *
003600* Abstimmkreise mit Hochvolumen-Ablage (BKAAPHV) werden     *
003700* nur im Protokoll RLVAUS ausgewiesen.                      *
003800*@E-ELEMENTBESCHREIBUNG                                     *
003900*                                                           *
004000*@A-MODULAUFRUF                                             *
004100* AKA5OF : Trefferliste offener APOs                        *
004200* AKAFTG : Anzahl Geschaeftstage                            *
004300* KKA4SL : Anlage/Aufhebung der Schliessung                 *
004400* KKA4AP : Zuordnung des APO zur Schliessung                *
004500*@E-MODULAUFRUF                                             *
004600*                                                           *
004700*@A-COBOL-COPY                                              *
004800* Benoetigte COBOL-Copies:                                  *
004900* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005000* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005100* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005200* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005300* CKA0AKRL   : ZEILENSCAN KA03AKRL                          *
005400* CKAI0ARL   : EINGABEBEREICH KA02AKRL                      *
005500* CKAO0ARL   : AUSGABEBEREICH KA02AKRL                      *
005600* CKAI5OF2   : EINGABEBEREICH AKA5OF                        *
005700* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005800* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005900* DKAXIND    : INDICES AKA5OF                               *
006000* CKAXIND    : INDICES AKA5OF                               *
006100* CKAIFTG1   : EINGABEBEREICH AKAFTG                        *
006200* CKAOFTG1   : AUSGABEBEREICH AKAFTG                        *
006300* CKAI4SL1   : EINGABEBEREICH KKA4SL                        *
006400* CKAO4SL1   : AUSGABEBEREICH KKA4SL                        *
006500* CKAI4SL2   : EINGABEBEREICH KKA4SL                        *
006600* CKAI4AP2   : EINGABEBEREICH KKA4AP                        *
006700*@E-COBOL-COPY                                              *
006800*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58781                                                *     D01
090052*     Neuanlage - Rueckleitung nicht zuordenbarer Eingaenge *     D01
090053*     mit Register KA02AKRL und Zahlungsdatei RLVZAH.       *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58788                                                *     D02
090057*     Sanktionspruefung vor dem Versand: das Original-      *     D02
090058*     Auftraggeberkonto genehmigter Rueckleitungen wird     *     D02
090059*     ueber AKASAC geprueft; bei offenem oder bestaetigtem  *     D02
090060*     Treffer bleibt der Registersatz genehmigt und wird    *     D02
090061*     als angehalten protokolliert und gezaehlt.            *     D02
090062*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090063*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKARLV.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT RLVPARM               ASSIGN TO "RLVPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT RLVZAH                ASSIGN TO "RLVZAH"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT RLVAUS                ASSIGN TO "RLVAUS"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  RLVPARM
101900     RECORDING MODE IS F.
102000 01  RLV-PARM-SATZ.
102100     05 RLV-P-LAUFDATUM           PIC 9(008).
102200     05 FILLER                    PIC X(001).
102300     05 RLV-P-GESCHAEFTSTAGE      PIC 9(003).
102400     05 FILLER                    PIC X(001).
102500     05 RLV-P-AK-TYP              PIC X(002).
102600     05 FILLER                    PIC X(001).
102700     05 RLV-P-RUECK-GRUND         PIC X(004).
102800 FD  RLVZAH
102900     RECORDING MODE IS F.
103000 01  RLV-ZAH-SATZ                 PIC X(330).
103100 FD  RLVAUS
103200     RECORDING MODE IS F.
103300 01  RLV-DRUCKZEILE               PIC X(150).
103400*---------------------------------------------------------------*
103500* WORKING-STORAGE-Section                                       *
103600*---------------------------------------------------------------*
103700 WORKING-STORAGE SECTION.
103800 01  VERS-INF.
103900     05  FILLER PIC X(13) VALUE "ELEM=akarlv  ".
104000     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104100/---------------------------------------------------------------*
104200* Konstanten                                                    *
104300*---------------------------------------------------------------*
104400 01  GS-KONSTANTEN.
104500     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104600     20 C-AKARLV                  PIC X(006) VALUE "AKARLV".
104700     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
104800     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
104900     20 C-OBJEKT-TAB-KA02AKRL     PIC X(009) VALUE "KA02AKRL".
105000     20 C-OBJEKT-TAB-KA03AKRL     PIC X(009) VALUE "KA03AKRL".
105100     20 C-OBJEKT-KA-FTG           PIC X(020) VALUE "AKAFTG".
105200     20 C-OBJEKT-AUF-KKA4SL       PIC X(020) VALUE "KKA4SL".
105300     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
105400     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105500     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105600     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
105700                                  VALUE "SCHREIBEN-EQUAL".
105800     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
105900                                  VALUE "01-STD-APO-LIST-SUCHE".
106000     20 C-01-STD-ANZ-GESCHAEFTSTAGE
106100                                  PIC X(040) VALUE
106200                                  "01-STD-ANZ-GESCHAEFTSTAGE".
106300     20 C-01-INT-ANL-SCH          PIC X(040)
106400                                  VALUE "01-INT-ANL-SCH".
106500     20 C-01-INT-AEN-SCH-IMP      PIC X(040)
106600                                  VALUE "01-INT-AEN-SCH-IMP".
106700     20 C-01-INT-AEN-SCH-AUFH     PIC X(040)
106800                                  VALUE "01-INT-AEN-SCH-AUFH".
106900     20 C-01-INT-AEN-APO-SCHL-1   PIC X(040)
107000                                  VALUE "01-INT-AEN-APO-SCHL-1".
107020     20 C-01-INT-SAN-PRUEFEN      PIC X(040)                      D02
107040                                  VALUE "01-INT-SAN-PRUEFEN".     D02
107100     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107200     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
107300     20 C-SCHLIESSQUALI-GU        PIC X(002) VALUE "GU".
107400     20 C-SCHLIESSART-RUECKL      PIC X(002) VALUE "RL".
107500     20 C-BEMERK-RUECKL           PIC X(060) VALUE
107600        "RUEC: Rueckleitung an den Auftraggeber vorgeschlagen".
107700     20 C-SATZART-RUECKL          PIC X(001) VALUE "R".
107800     20 C-STD-GESCHAEFTSTAGE      PIC 9(003) VALUE 60.
107900     20 C-STD-AK-TYP              PIC X(002) VALUE "CP".
108000     20 C-STD-RUECK-GRUND         PIC X(004) VALUE "MS03".
108100 01  C-STATI.
108200     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
108300     05 C-STATUS-FREIZUGEBEN      PIC 9(001) VALUE 5.
108400 01  C-MELDUNGEN.
108500     05 C-MELD-VORSCHLAG          PIC X(012) VALUE "VORSCHLAG   ".
108600     05 C-MELD-VERSANDT           PIC X(012) VALUE "VERSANDT    ".
108700     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
108800     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
108850     05 C-MELD-ANGEHALTEN         PIC X(012) VALUE "ANGEHALTEN  ".D02
108900/---------------------------------------------------------------*
109000* Ausgangssatz der Rueckzahlung fuer das Zahlungsverkehrssystem *
109100*---------------------------------------------------------------*
109200 01  RLV-ZAH-DETAIL.
109300     05 RLV-Z-SATZART             PIC X(001).
109400     05 RLV-Z-SENDE-DATUM         PIC 9(008).
109500     05 RLV-Z-SCHLIESSUNGSNR      PIC 9(012).
109600     05 RLV-Z-AK-NUMMER           PIC 9(005).
109700     05 RLV-Z-KONTO-ID            PIC X(035).
109800     05 RLV-Z-KONTO-ID-ORIG       PIC X(035).
109900     05 RLV-Z-BETRAG              PIC S9(013)V9(003)
110000                                  SIGN LEADING SEPARATE.
110100     05 RLV-Z-WAEHRUNG            PIC X(003).
110200     05 RLV-Z-BUTAG               PIC 9(008).
110300     05 RLV-Z-VALUTA              PIC 9(008).
110400     05 RLV-Z-END-TO-END-ID       PIC X(035).
110500     05 RLV-Z-UETR                PIC X(036).
110600     05 RLV-Z-INSTRUCTION-ID      PIC X(035).
110700     05 RLV-Z-TRANSAKTION-ID      PIC X(016).
110800     05 RLV-Z-RUECK-GRUND         PIC X(004).
110900     05 RLV-Z-VERWENDUNGSZWECK    PIC X(060).
111000     05 FILLER                    PIC X(012) VALUE SPACE.
111100/---------------------------------------------------------------*
111200* Formatzeilen Protokoll RLVAUS                                 *
111300*---------------------------------------------------------------*
111400 01  RLV-DETAIL.
111500     05 RLV-D-MELDUNG             PIC X(012).
111600     05 FILLER                    PIC X(001) VALUE SPACE.
111700     05 RLV-D-AK-NUMMER           PIC 9(005).
111800     05 FILLER                    PIC X(001) VALUE SPACE.
111900     05 RLV-D-SCHLIESSUNGSNR      PIC 9(012).
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 RLV-D-KONTO-ID            PIC X(035).
112200     05 FILLER                    PIC X(001) VALUE SPACE.
112300     05 RLV-D-LFD-NR              PIC 9(007).
112400     05 FILLER                    PIC X(001) VALUE SPACE.
112500     05 RLV-D-ALTER-TAGE          PIC 9(005).
112600     05 FILLER                    PIC X(001) VALUE SPACE.
112700     05 RLV-D-BETRAG              PIC -(013)9,999.
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 RLV-D-WAEHRUNG            PIC X(003).
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 RLV-D-GRUND               PIC X(004).
113200     05 FILLER                    PIC X(040) VALUE SPACE.
113300 01  RLV-ENDE.
113400     05 FILLER                    PIC X(018) VALUE
113500        "VERSANDT:         ".
113600     05 RLV-E-VERSANDT            PIC Z(006)9.
113700     05 FILLER                    PIC X(016) VALUE
113800        "  VORSCHLAEGE:  ".
113900     05 RLV-E-VORSCHLAEGE         PIC Z(006)9.
114000     05 FILLER                    PIC X(016) VALUE
114100        "  FEHLER:       ".
114200     05 RLV-E-FEHLER              PIC Z(006)9.
114220     05 FILLER                    PIC X(016) VALUE                D02
114240        "  ANGEHALTEN:   ".                                       D02
114260     05 RLV-E-ANGEHALTEN          PIC Z(006)9.                    D02
114280     05 FILLER                    PIC X(056) VALUE SPACE.         D02
114400/---------------------------------------------------------------*
114500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
114600*---------------------------------------------------------------*
114700  COPY DCTGRCGE.
114800  COPY CGSOVER.
114900  COPY CGSTTAB.
115000  COPY CKA0AKRS.
115100  COPY CKA0AKRL.
115200  COPY CKAI0ARL.
115300  COPY CKAO0ARL.
115400  COPY DKAXIND.
115500  COPY CKAXIND.
115600  COPY CKAI5OF2.
115700  COPY CKAI5OF3.
115800  COPY CKAO5OF2.
115900  COPY CKAIFTG1.
116000  COPY CKAOFTG1.
116100  COPY CKAI4SL1.
116200  COPY CKAO4SL1.
116300  COPY CKAI4SL2.
116400  COPY CKAI4AP2.
116420  COPY CKAISAC.                                                   D02
116440  COPY CKAOSAC.                                                   D02
116500 01  DUMMY                        PIC X(001).
116600/---------------------------------------------------------------*
116700* Hilfsvariable                                                 *
116800*---------------------------------------------------------------*
116900 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
117000 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
117100 01  H-AK-GEFUNDEN                PIC X(001).
117200     88 AKRS-GEFUNDEN             VALUE "J".
117300     88 AKRS-N-GEFUNDEN           VALUE "N".
117400 01  H-RL-STATUS                  PIC X(001).
117500     88 RL-GEFUNDEN               VALUE "J".
117600     88 RL-N-GEFUNDEN             VALUE "N".
117700 01  H-LAUFDATUM                  PIC 9(008).
117800 01  H-GESCHAEFTSTAGE             PIC 9(003).
117900 01  H-AK-TYP                     PIC X(002).
118000 01  H-RUECK-GRUND                PIC X(004).
118100 01  H-INDEX                      PIC 9(003) COMP-3.
118200 01  H-ALTER-TAGE                 PIC S9(007) COMP-3.
118300 01  H-SCHLIESSUNGSNUMMER         PIC 9(012).
118400 01  H-FEHLERTEXT                 PIC X(035).
118500 01  H-ANZ-VERSANDT               PIC 9(007) COMP-3 VALUE ZERO.
118600 01  H-ANZ-VORSCHLAEGE            PIC 9(007) COMP-3 VALUE ZERO.
118700 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
118750 01  H-ANZ-ANGEHALTEN             PIC 9(007) COMP-3 VALUE ZERO.   D02
118800 01  H-TIMESTAMP-FIELDS.
118900     05  H-DH-TIMESTAMP           PIC X(021).
119000     05  FILLER                   PIC X(005).
119100/****************************************************************
119200 PROCEDURE DIVISION.
119300*****************************************************************
119400 0000-MAINLINE SECTION.
119500 0000-MAINLINE-1001.
119600     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
119700     PERFORM 2000-VERSAND         THRU 2000-VERSAND-EXIT
119800     PERFORM 3000-VORSCHLAEGE     THRU 3000-VORSCHLAEGE-EXIT
119900     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
120000     STOP RUN
120100     .
120200 0000-MAINLINE-1002.
120300     EXIT.
120400/---------------------------------------------------------------*
120500* Initialisierung: Parameter lesen und vorbelegen               *
120600*---------------------------------------------------------------*
120700 1000-INITIALISIERUNG SECTION.
120800 1000-INITIALISIERUNG-1001.
120900     OPEN INPUT  RLVPARM
121000     OPEN OUTPUT RLVZAH
121100     OPEN OUTPUT RLVAUS
121200     READ RLVPARM
121300       AT END
121400         INITIALIZE RLV-PARM-SATZ
121500     END-READ
121600     IF RLV-P-LAUFDATUM           NUMERIC
121700        AND RLV-P-LAUFDATUM       > ZERO
121800     THEN
121900       MOVE RLV-P-LAUFDATUM       TO H-LAUFDATUM
122000     ELSE
122100       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
122200     END-IF
122300     IF RLV-P-GESCHAEFTSTAGE      NUMERIC
122400        AND RLV-P-GESCHAEFTSTAGE  > ZERO
122500     THEN
122600       MOVE RLV-P-GESCHAEFTSTAGE  TO H-GESCHAEFTSTAGE
122700     ELSE
122800       MOVE C-STD-GESCHAEFTSTAGE  TO H-GESCHAEFTSTAGE
122900     END-IF
123000     IF RLV-P-AK-TYP              = SPACE OR LOW-VALUE
123100     THEN
123200       MOVE C-STD-AK-TYP          TO H-AK-TYP
123300     ELSE
123400       MOVE RLV-P-AK-TYP          TO H-AK-TYP
123500     END-IF
123600     IF RLV-P-RUECK-GRUND         = SPACE OR LOW-VALUE
123700     THEN
123800       MOVE C-STD-RUECK-GRUND     TO H-RUECK-GRUND
123900     ELSE
124000       MOVE RLV-P-RUECK-GRUND     TO H-RUECK-GRUND
124100     END-IF
124200     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
124300     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
124400     .
124500 1000-INITIALISIERUNG-1002.
124600 1000-INITIALISIERUNG-EXIT.
124700     EXIT.
124800/---------------------------------------------------------------*
124900* Durchgang 1: genehmigte Rueckleitungen versenden              *
125000*---------------------------------------------------------------*
125100 2000-VERSAND SECTION.
125200 2000-VERSAND-1001.
125300     MOVE C-1                     TO H-LFD-ZEILE
125400     PERFORM 2100-LESEN-RL-ZEILE  THRU 2100-LESEN-RL-ZEILE-EXIT
125500     PERFORM UNTIL RL-N-GEFUNDEN
125600       IF KA0AKRL-GENEHMIGT
125700       THEN
125800         PERFORM 2200-RUECKZAHLUNG-SCHREIBEN
125900                          THRU 2200-RUECKZAHLUNG-SCHREIBEN-EXIT
126000       END-IF
126100       ADD C-1                    TO H-LFD-ZEILE
126200       PERFORM 2100-LESEN-RL-ZEILE
126300                                THRU 2100-LESEN-RL-ZEILE-EXIT
126400     END-PERFORM
126500     .
126600 2000-VERSAND-1002.
126700 2000-VERSAND-EXIT.
126800     EXIT.
126900/---------------------------------------------------------------*
127000* Zeile aus KA03AKRL lesen                                      *
127100*---------------------------------------------------------------*
127200 2100-LESEN-RL-ZEILE SECTION.
127300 2100-LESEN-RL-ZEILE-1001.
127400     MOVE H-LFD-ZEILE             TO KA0AKRL-ZEILENNUMMER
127500     CALL "CGSTAB" USING
127600          C-TAB-LESEN-ZEILE
127700          C-KONFIG-ID-KA
127800          C-OBJEKT-TAB-KA03AKRL
127900          GSOVER-VERSTAENDIGUNGSBEREICH
128000          KA0AKRL-EINGABEBEREICH
128100          KA0AKRL-AUSGABEBEREICH
128200          DUMMY
128300     END-CALL
128400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
128500     THEN
128600       SET RL-GEFUNDEN            TO TRUE
128700     ELSE
128800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
128900       SET RL-N-GEFUNDEN          TO TRUE
129000     END-IF
129100     .
129200 2100-LESEN-RL-ZEILE-1002.
129300 2100-LESEN-RL-ZEILE-EXIT.
129400     EXIT.
129500/---------------------------------------------------------------*
129600* Rueckzahlung mit den Originalreferenzen schreiben und den     *
129700* Registersatz auf "ausgefuehrt" setzen                         *
129800*---------------------------------------------------------------*
129900 2200-RUECKZAHLUNG-SCHREIBEN SECTION.
130000 2200-RUECKZAHLUNG-SCHREIBEN-1001.
130002*    Sanktionspruefung des Original-Auftraggebers                 D02
130004     INITIALIZE KAISAC-EINGABEBEREICH                             D02
130006     MOVE C-01-INT-SAN-PRUEFEN    TO KAISAC-FUNKTION              D02
130008     MOVE C-AKARLV                TO KAISAC-QUELLE                D02
130010     MOVE H-LAUFDATUM             TO KAISAC-LAUFDATUM             D02
130012     MOVE KA0AKRL-KONTO-ID-ORIG   TO KAISAC-KONTO-ID              D02
130014     CALL "AKASAC" USING                                          D02
130016          KAISAC-EINGABEBEREICH                                   D02
130018          KAOSAC-AUSGABEBEREICH                                   D02
130020          GSOVER-VERSTAENDIGUNGSBEREICH                           D02
130022     END-CALL                                                     D02
130024*    ohne Pruefergebnis wird vorsorglich angehalten               D02
130026     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D02
130028        OR KAOSAC-ANHALTEN                                        D02
130030     THEN                                                         D02
130032       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D02
130034       ADD C-1                    TO H-ANZ-ANGEHALTEN             D02
130036       INITIALIZE RLV-DETAIL                                      D02
130038       MOVE C-MELD-ANGEHALTEN     TO RLV-D-MELDUNG                D02
130040       MOVE KA0AKRL-AK-NUMMER     TO RLV-D-AK-NUMMER              D02
130042       MOVE KA0AKRL-SCHLIESSUNGSNR                                D02
130044                                  TO RLV-D-SCHLIESSUNGSNR         D02
130046       MOVE KA0AKRL-KONTO-ID-ORIG TO RLV-D-KONTO-ID               D02
130048       MOVE KA0AKRL-LFD-NR-APO    TO RLV-D-LFD-NR                 D02
130050       MOVE KA0AKRL-BETRAG        TO RLV-D-BETRAG                 D02
130052       MOVE KA0AKRL-WAEHRUNG      TO RLV-D-WAEHRUNG               D02
130054       MOVE KA0AKRL-RUECK-GRUND   TO RLV-D-GRUND                  D02
130056       MOVE RLV-DETAIL            TO RLV-DRUCKZEILE               D02
130058       WRITE RLV-DRUCKZEILE                                       D02
130060       GO TO 2200-RUECKZAHLUNG-SCHREIBEN-EXIT                     D02
130062     END-IF                                                       D02
130100     INITIALIZE RLV-ZAH-DETAIL
130200     MOVE C-SATZART-RUECKL        TO RLV-Z-SATZART
130300     MOVE H-LAUFDATUM             TO RLV-Z-SENDE-DATUM
130400     MOVE KA0AKRL-SCHLIESSUNGSNR  TO RLV-Z-SCHLIESSUNGSNR
130500     MOVE KA0AKRL-AK-NUMMER       TO RLV-Z-AK-NUMMER
130600     MOVE KA0AKRL-KONTO-ID        TO RLV-Z-KONTO-ID
130700     MOVE KA0AKRL-KONTO-ID-ORIG   TO RLV-Z-KONTO-ID-ORIG
130800     MOVE KA0AKRL-BETRAG          TO RLV-Z-BETRAG
130900     MOVE KA0AKRL-WAEHRUNG        TO RLV-Z-WAEHRUNG
131000     MOVE KA0AKRL-BUTAG           TO RLV-Z-BUTAG
131100     MOVE KA0AKRL-VALUTA          TO RLV-Z-VALUTA
131200     MOVE KA0AKRL-END-TO-END-ID   TO RLV-Z-END-TO-END-ID
131300     MOVE KA0AKRL-UETR            TO RLV-Z-UETR
131400     MOVE KA0AKRL-INSTRUCTION-ID  TO RLV-Z-INSTRUCTION-ID
131500     MOVE KA0AKRL-TRANSAKTION-ID  TO RLV-Z-TRANSAKTION-ID
131600     MOVE KA0AKRL-RUECK-GRUND     TO RLV-Z-RUECK-GRUND
131700     MOVE KA0AKRL-VERWENDUNGSZWECK
131800                                  TO RLV-Z-VERWENDUNGSZWECK
131900     MOVE RLV-ZAH-DETAIL          TO RLV-ZAH-SATZ
132000     WRITE RLV-ZAH-SATZ
132100*    Registersatz fortschreiben
132200     MOVE KA0AKRL-SCHLIESSUNGSNR  TO KAI0ARL-SCHLIESSUNGSNR
132300     MOVE KA0AKRL-AUSGABEBEREICH (13:)
132400                                  TO KAO0ARL-AUSGABEBEREICH
132500     SET KAO0ARL-AUSGEFUEHRT      TO TRUE
132600     MOVE H-LAUFDATUM             TO KAO0ARL-SENDE-DATUM
132700     CALL "CGSTAB"
132800     USING C-TAB-SCHREIBEN-EQUAL
132900           C-KONFIG-ID-KA
133000           C-OBJEKT-TAB-KA02AKRL
133100           GSOVER-VERSTAENDIGUNGSBEREICH
133200           KAI0ARL-EINGABEBEREICH
133300           KAO0ARL-AUSGABEBEREICH
133400           GSTTAB-EIN-AUSGABEBEREICH
133500     END-CALL
133600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
133700     ADD C-1                      TO H-ANZ-VERSANDT
133800     INITIALIZE RLV-DETAIL
133900     MOVE C-MELD-VERSANDT         TO RLV-D-MELDUNG
134000     MOVE KA0AKRL-AK-NUMMER       TO RLV-D-AK-NUMMER
134100     MOVE KA0AKRL-SCHLIESSUNGSNR  TO RLV-D-SCHLIESSUNGSNR
134200     MOVE KA0AKRL-KONTO-ID        TO RLV-D-KONTO-ID
134300     MOVE KA0AKRL-LFD-NR-APO      TO RLV-D-LFD-NR
134400     MOVE KA0AKRL-BETRAG          TO RLV-D-BETRAG
134500     MOVE KA0AKRL-WAEHRUNG        TO RLV-D-WAEHRUNG
134600     MOVE KA0AKRL-RUECK-GRUND     TO RLV-D-GRUND
134700     MOVE RLV-DETAIL              TO RLV-DRUCKZEILE
134800     WRITE RLV-DRUCKZEILE
134900     .
135000 2200-RUECKZAHLUNG-SCHREIBEN-1002.
135100 2200-RUECKZAHLUNG-SCHREIBEN-EXIT.
135200     EXIT.
135300/---------------------------------------------------------------*
135400* Durchgang 2: ueberalterte Eingaenge der CpD-Kreise            *
135500* vorschlagen                                                   *
135600*---------------------------------------------------------------*
135700 3000-VORSCHLAEGE SECTION.
135800 3000-VORSCHLAEGE-1001.
135900     MOVE C-1                     TO H-LFD-ZEILE
136000     PERFORM 3100-LESEN-AKRS-ZEILE
136100                                  THRU 3100-LESEN-AKRS-ZEILE-EXIT
136200     PERFORM UNTIL AKRS-N-GEFUNDEN
136300       IF KA0AKRS-AK-TYP          = H-AK-TYP
136400       THEN
136500         PERFORM 3200-AK-VERARBEITEN
136600                                THRU 3200-AK-VERARBEITEN-EXIT
136700       END-IF
136800       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
136900       PERFORM 3100-LESEN-AKRS-ZEILE
137000                                THRU 3100-LESEN-AKRS-ZEILE-EXIT
137100     END-PERFORM
137200     INITIALIZE RLV-ENDE
137300     MOVE H-ANZ-VERSANDT          TO RLV-E-VERSANDT
137400     MOVE H-ANZ-VORSCHLAEGE       TO RLV-E-VORSCHLAEGE
137500     MOVE H-ANZ-FEHLER            TO RLV-E-FEHLER
137550     MOVE H-ANZ-ANGEHALTEN        TO RLV-E-ANGEHALTEN             D02
137600     MOVE RLV-ENDE                TO RLV-DRUCKZEILE
137700     WRITE RLV-DRUCKZEILE
137800     .
137900 3000-VORSCHLAEGE-1002.
138000 3000-VORSCHLAEGE-EXIT.
138100     EXIT.
138200/---------------------------------------------------------------*
138300* Zeile aus KA03AKRS lesen                                      *
138400*---------------------------------------------------------------*
138500 3100-LESEN-AKRS-ZEILE SECTION.
138600 3100-LESEN-AKRS-ZEILE-1001.
138700     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
138800     CALL "CGSTAB" USING
138900          C-TAB-LESEN-ZEILE
139000          C-KONFIG-ID-KA
139100          C-OBJEKT-TAB-KA03AKRS
139200          GSOVER-VERSTAENDIGUNGSBEREICH
139300          KA0AKRS-EINGABEBEREICH
139400          KA0AKRS-AUSGABEBEREICH
139500          DUMMY
139600     END-CALL
139700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
139800     THEN
139900       SET AKRS-GEFUNDEN          TO TRUE
140000       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
140100         ON SIZE ERROR CONTINUE
140200       END-ADD
140300     ELSE
140400       SET AKRS-N-GEFUNDEN        TO TRUE
140500     END-IF
140600     .
140700 3100-LESEN-AKRS-ZEILE-1002.
140800 3100-LESEN-AKRS-ZEILE-EXIT.
140900     EXIT.
141000/---------------------------------------------------------------*
141100* Offene Posten eines CpD-Kreises lesen und pruefen             *
141200*---------------------------------------------------------------*
141300 3200-AK-VERARBEITEN SECTION.
141400 3200-AK-VERARBEITEN-1001.
141500     IF KA0AKRS-HOCHVOLUMEN-JA
141600     THEN
141700       INITIALIZE RLV-DETAIL
141800       MOVE C-MELD-HOCHVOLUMEN    TO RLV-D-MELDUNG
141900       MOVE KA0AKRS-AK-NUMMER     TO RLV-D-AK-NUMMER
142000       MOVE RLV-DETAIL            TO RLV-DRUCKZEILE
142100       WRITE RLV-DRUCKZEILE
142200       GO TO 3200-AK-VERARBEITEN-EXIT
142300     END-IF
142400     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
142500     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
142600     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
142700     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
142800     CALL "AKA5OF" USING
142900          C-01-STD-APO-LIST-SUCHE
143000          C-KONFIG-ID-KA
143100          C-AKARLV
143200          GSOVER-VERSTAENDIGUNGSBEREICH
143300          KAI5OF2-EINGABEBEREICH
143400          KAO5OF2-AUSGABEBEREICH
143500          DUMMY
143600          KAXIND-INDICES
143700     END-CALL
143800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
143900        AND KAO5OF2-IND-LETZT      NOT = ZERO
144000     THEN
144100       PERFORM 3300-POSTEN-PRUEFEN
144200                                THRU 3300-POSTEN-PRUEFEN-EXIT
144300                                  VARYING H-INDEX FROM 1 BY 1
144400                                  UNTIL H-INDEX
144500                                        > KAO5OF2-IND-LETZT
144600     END-IF
144700     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
144800     .
144900 3200-AK-VERARBEITEN-1002.
145000 3200-AK-VERARBEITEN-EXIT.
145100     EXIT.
145200/---------------------------------------------------------------*
145300* Einen offenen Posten pruefen: nur Gutschriften, deren         *
145400* Buchungstag die Frist in Geschaeftstagen zurueckliegt         *
145500*---------------------------------------------------------------*
145600 3300-POSTEN-PRUEFEN SECTION.
145700 3300-POSTEN-PRUEFEN-1001.
145800     IF KAO5OF2-APO-BETRAG (H-INDEX) <= ZERO
145900     THEN
146000       GO TO 3300-POSTEN-PRUEFEN-EXIT
146100     END-IF
146200     IF KAO5OF2-APO-BUTAG (H-INDEX) < 19000101
146300     THEN
146400       GO TO 3300-POSTEN-PRUEFEN-EXIT
146500     END-IF
146600     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
146700                                  TO KAIFTG1-DATUM-VON
146800     MOVE H-LAUFDATUM             TO KAIFTG1-DATUM-BIS
146900     CALL "AKAFTG"
147000     USING C-01-STD-ANZ-GESCHAEFTSTAGE
147100           C-KONFIG-ID-KA
147200           C-OBJEKT-KA-FTG
147300           GSOVER-VERSTAENDIGUNGSBEREICH
147400           KAIFTG1-EINGABEBEREICH
147500           KAOFTG1-AUSGABEBEREICH
147600     END-CALL
147700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
147800     THEN
147900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
148000       GO TO 3300-POSTEN-PRUEFEN-EXIT
148100     END-IF
148200     MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
148300                                  TO H-ALTER-TAGE
148400     IF H-ALTER-TAGE              < H-GESCHAEFTSTAGE
148500     THEN
148600       GO TO 3300-POSTEN-PRUEFEN-EXIT
148700     END-IF
148800     PERFORM 3400-VORSCHLAG-ANLEGEN
148900                                THRU 3400-VORSCHLAG-ANLEGEN-EXIT
149000     .
149100 3300-POSTEN-PRUEFEN-1002.
149200 3300-POSTEN-PRUEFEN-EXIT.
149300     EXIT.
149400/---------------------------------------------------------------*
149500* Rueckleitung vorschlagen: Schliessung "freizugeben" anlegen,  *
149600* Posten zuordnen und Registersatz schreiben                    *
149700*---------------------------------------------------------------*
149800 3400-VORSCHLAG-ANLEGEN SECTION.
149900 3400-VORSCHLAG-ANLEGEN-1001.
150000     MOVE HIGH-VALUE              TO KAI4SL1-EINGABEBEREICH
150100     MOVE C-01-INT-ANL-SCH        TO KAI4SL1-FUNKTION
150200     MOVE C-GELDKTO-UMSATZ-ABSTIMM
150300                                  TO KAI4SL1-AKTUELLE-ABSTIMM-ART
150400     MOVE ZERO                    TO KAI4SL1-SCHLIESSUNGSNR
150500     MOVE C-SCHLIESSART-RUECKL    TO KAI4SL1-SCHLIESSUNGSART
150600     MOVE C-BEMERK-RUECKL         TO KAI4SL1-SCHLIESSUNG-BEMERK
150700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
150800                                  TO KAI4SL1-ABSTIMM-ART
150900     MOVE C-SCHLIESSQUALI-GU      TO KAI4SL1-SCHLIESSUNGSQUALI
151000     MOVE H-DH-TIMESTAMP          TO KAI4SL1-TIMESTAMP-SCHLIESS
151100     MOVE C-AKARLV                TO KAI4SL1-USER-SCHLIESS
151200     MOVE SPACE                   TO KAI4SL1-TIMESTAMP-FREI
151300                                     KAI4SL1-USER-FREI
151400                                     KAI4SL1-TIMESTAMP-ABL-AUFH
151500                                     KAI4SL1-USER-ABL-AUFH
151600     CALL "CGSAUF"
151700     USING C-AUF-AUFRUF-AL
151800           C-KONFIG-ID-KA
151900           C-OBJEKT-AUF-KKA4SL
152000           GSOVER-VERSTAENDIGUNGSBEREICH
152100           KAI4SL1-EINGABEBEREICH
152200           KAO4SL1-AUSGABEBEREICH
152300           DUMMY
152400           KAXIND-INDICES
152500     END-CALL
152600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
152700     THEN
152800       MOVE ZERO                  TO H-SCHLIESSUNGSNUMMER
152900       MOVE "SCHLIESSUNG NICHT ANLEGBAR"
153000                                  TO H-FEHLERTEXT
153100       PERFORM 3500-FEHLER-PROTOKOLL
153200                                THRU 3500-FEHLER-PROTOKOLL-EXIT
153300       GO TO 3400-VORSCHLAG-ANLEGEN-EXIT
153400     END-IF
153500     MOVE KAO4SL1-SCHLIESSUNGSNR  TO H-SCHLIESSUNGSNUMMER
153600*    Schliessung mit Abstimmkreis und Status freizugeben
153700     MOVE C-01-INT-AEN-SCH-IMP    TO KAI4SL1-FUNKTION
153800     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4SL1-SCHLIESSUNGSNR
153900     MOVE KA0AKRS-AK-NUMMER       TO KAI4SL1-ABSTIMMKREIS-NR
154000     MOVE ZERO                    TO KAI4SL1-SCHLIESSREGEL-NR
154100     MOVE C-STATUS-FREIZUGEBEN    TO KAI4SL1-STATUS
154200     MOVE ZERO                    TO KAI4SL1-DIFF-ZULAESSIG
154300     MOVE ZERO                    TO KAI4SL1-DIFF-TATSAECHL
154400     CALL "CGSAUF"
154500     USING C-AUF-AUFRUF-AL
154600           C-KONFIG-ID-KA
154700           C-OBJEKT-AUF-KKA4SL
154800           GSOVER-VERSTAENDIGUNGSBEREICH
154900           KAI4SL1-EINGABEBEREICH
155000           KAO4SL1-AUSGABEBEREICH
155100           DUMMY
155200           KAXIND-INDICES
155300     END-CALL
155400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
155500     THEN
155600       PERFORM 3450-SCHLIESSUNG-AUFHEBEN
155700                            THRU 3450-SCHLIESSUNG-AUFHEBEN-EXIT
155800       MOVE "SCHLIESSUNG NICHT FINALISIERBAR"
155900                                  TO H-FEHLERTEXT
156000       PERFORM 3500-FEHLER-PROTOKOLL
156100                                THRU 3500-FEHLER-PROTOKOLL-EXIT
156200       GO TO 3400-VORSCHLAG-ANLEGEN-EXIT
156300     END-IF
156400*    Posten der Schliessung zuordnen
156500     MOVE C-01-INT-AEN-APO-SCHL-1 TO KAI4AP2-FUNKTION
156600     MOVE SPACE                   TO KAI4AP2-PERIODEN-UEBERST-KZ
156700     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
156800                                  TO KAI4AP2-ABSTIMMKREIS-NR
156900     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
157000                                  TO KAI4AP2-HERKUNFT
157100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
157200                                  TO KAI4AP2-KONTO-ID-ABSTIMM
157300     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
157400                                  TO KAI4AP2-AUSZUGSDATUM
157500     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
157600                                  TO KAI4AP2-AUSZUGSNUMMER
157700     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
157800                                  TO KAI4AP2-AUSZUG-FNR
157900     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
158000                                  TO KAI4AP2-LFD-NR-APO
158100     MOVE C-STATUS-FREIZUGEBEN    TO KAI4AP2-STATUS
158200     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4AP2-SCHLIESSUNGSNR
158300     MOVE C-SCHLIESSART-RUECKL    TO KAI4AP2-SCHLIESSUNGSART
158400     MOVE H-DH-TIMESTAMP          TO KAI4AP2-TIMESTAMP
158500     MOVE C-AKARLV                TO KAI4AP2-USER
158600     CALL "CGSAUF"
158700     USING C-AUF-AUFRUF-AL
158800           C-KONFIG-ID-KA
158900           C-OBJEKT-AUF-KKA4AP
159000           GSOVER-VERSTAENDIGUNGSBEREICH
159100           KAI4AP2-EINGABEBEREICH
159200           DUMMY
159300           DUMMY
159400           KAXIND-INDICES
159500     END-CALL
159600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
159700     THEN
159800       PERFORM 3450-SCHLIESSUNG-AUFHEBEN
159900                            THRU 3450-SCHLIESSUNG-AUFHEBEN-EXIT
160000       MOVE "POSTEN NICHT ZUORDENBAR"
160100                                  TO H-FEHLERTEXT
160200       PERFORM 3500-FEHLER-PROTOKOLL
160300                                THRU 3500-FEHLER-PROTOKOLL-EXIT
160400       GO TO 3400-VORSCHLAG-ANLEGEN-EXIT
160500     END-IF
160600*    Registersatz mit den Originalreferenzen anlegen
160700     INITIALIZE KAO0ARL-AUSGABEBEREICH
160800     MOVE H-SCHLIESSUNGSNUMMER    TO KAI0ARL-SCHLIESSUNGSNR
160900     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
161000                                  TO KAO0ARL-AK-NUMMER
161100     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
161200                                  TO KAO0ARL-HERKUNFT
161300     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
161400                                  TO KAO0ARL-KONTO-ID
161500     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
161600                                  TO KAO0ARL-AUSZUGSDATUM
161700     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
161800                                  TO KAO0ARL-AUSZUGSNUMMER
161900     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
162000                                  TO KAO0ARL-AUSZUG-FNR
162100     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
162200                                  TO KAO0ARL-LFD-NR-APO
162300     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
162400                                  TO KAO0ARL-BETRAG
162500     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
162600                                  TO KAO0ARL-WAEHRUNG
162700     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
162800                                  TO KAO0ARL-BUTAG
162900     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
163000                                  TO KAO0ARL-VALUTA
163100     MOVE KAO5OF2-APO-KONTO-ID-ORIG (H-INDEX)
163200                                  TO KAO0ARL-KONTO-ID-ORIG
163300     MOVE KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX)
163400                                  TO KAO0ARL-VERWENDUNGSZWECK
163500     MOVE KAO5OF2-APO-END-TO-END-ID (H-INDEX)
163600                                  TO KAO0ARL-END-TO-END-ID
163700     MOVE KAO5OF2-APO-UETR (H-INDEX)
163800                                  TO KAO0ARL-UETR
163900     MOVE KAO5OF2-APO-INSTRUCTION-ID (H-INDEX)
164000                                  TO KAO0ARL-INSTRUCTION-ID
164100     MOVE KAO5OF2-APO-TRANSAKTION-ID (H-INDEX)
164200                                  TO KAO0ARL-TRANSAKTION-ID
164300     MOVE H-RUECK-GRUND           TO KAO0ARL-RUECK-GRUND
164400     SET KAO0ARL-VORGESCHLAGEN    TO TRUE
164500     MOVE H-LAUFDATUM             TO KAO0ARL-VORSCHLAG-DATUM
164600     MOVE SPACE                   TO KAO0ARL-PRUEFER
164700                                     KAO0ARL-GENEHMIGER
164800     CALL "CGSTAB"
164900     USING C-TAB-SCHREIBEN-EQUAL
165000           C-KONFIG-ID-KA
165100           C-OBJEKT-TAB-KA02AKRL
165200           GSOVER-VERSTAENDIGUNGSBEREICH
165300           KAI0ARL-EINGABEBEREICH
165400           KAO0ARL-AUSGABEBEREICH
165500           GSTTAB-EIN-AUSGABEBEREICH
165600     END-CALL
165700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
165800     THEN
165900       MOVE "REGISTERSATZ NICHT SCHREIBBAR"
166000                                  TO H-FEHLERTEXT
166100       PERFORM 3500-FEHLER-PROTOKOLL
166200                                THRU 3500-FEHLER-PROTOKOLL-EXIT
166300       GO TO 3400-VORSCHLAG-ANLEGEN-EXIT
166400     END-IF
166500     ADD C-1                      TO H-ANZ-VORSCHLAEGE
166600     INITIALIZE RLV-DETAIL
166700     MOVE C-MELD-VORSCHLAG        TO RLV-D-MELDUNG
166800     MOVE KAO0ARL-AK-NUMMER       TO RLV-D-AK-NUMMER
166900     MOVE H-SCHLIESSUNGSNUMMER    TO RLV-D-SCHLIESSUNGSNR
167000     MOVE KAO0ARL-KONTO-ID        TO RLV-D-KONTO-ID
167100     MOVE KAO0ARL-LFD-NR-APO      TO RLV-D-LFD-NR
167200     MOVE H-ALTER-TAGE            TO RLV-D-ALTER-TAGE
167300     MOVE KAO0ARL-BETRAG          TO RLV-D-BETRAG
167400     MOVE KAO0ARL-WAEHRUNG        TO RLV-D-WAEHRUNG
167500     MOVE KAO0ARL-RUECK-GRUND     TO RLV-D-GRUND
167600     MOVE RLV-DETAIL              TO RLV-DRUCKZEILE
167700     WRITE RLV-DRUCKZEILE
167800     .
167900 3400-VORSCHLAG-ANLEGEN-1002.
168000 3400-VORSCHLAG-ANLEGEN-EXIT.
168100     EXIT.
168200/---------------------------------------------------------------*
168300* Nicht vollstaendig angelegte Schliessung wieder aufheben      *
168400*---------------------------------------------------------------*
168500 3450-SCHLIESSUNG-AUFHEBEN SECTION.
168600 3450-SCHLIESSUNG-AUFHEBEN-1001.
168700     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
168800     MOVE SPACE                   TO KAI4SL2-EINGABEBEREICH
168900     MOVE C-01-INT-AEN-SCH-AUFH   TO KAI4SL2-FUNKTION
169000     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4SL2-SCHLIESSUNGSNR
169100     MOVE C-BEMERK-RUECKL         TO KAI4SL2-SCHLIESSUNG-BEMERK
169200     MOVE C-AKARLV                TO KAI4SL2-USER
169300     MOVE H-DH-TIMESTAMP          TO KAI4SL2-KASCH-TIMESTAMP
169400     MOVE ZERO                    TO KAI4SL2-ABLEHN-ZAEHLER
169500     CALL "CGSAUF"
169600     USING C-AUF-AUFRUF-AL
169700           C-KONFIG-ID-KA
169800           C-OBJEKT-AUF-KKA4SL
169900           GSOVER-VERSTAENDIGUNGSBEREICH
170000           KAI4SL2-EINGABEBEREICH
170100           DUMMY
170200     END-CALL
170300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
170400     .
170500 3450-SCHLIESSUNG-AUFHEBEN-1002.
170600 3450-SCHLIESSUNG-AUFHEBEN-EXIT.
170700     EXIT.
170800/---------------------------------------------------------------*
170900* Fehlerzeile fuer einen nicht angelegten Vorschlag             *
171000*---------------------------------------------------------------*
171100 3500-FEHLER-PROTOKOLL SECTION.
171200 3500-FEHLER-PROTOKOLL-1001.
171300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
171400     ADD C-1                      TO H-ANZ-FEHLER
171500     INITIALIZE RLV-DETAIL
171600     MOVE C-MELD-FEHLER           TO RLV-D-MELDUNG
171700     MOVE KA0AKRS-AK-NUMMER       TO RLV-D-AK-NUMMER
171800     MOVE H-SCHLIESSUNGSNUMMER    TO RLV-D-SCHLIESSUNGSNR
171900     MOVE H-FEHLERTEXT            TO RLV-D-KONTO-ID
172000     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
172100                                  TO RLV-D-LFD-NR
172200     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
172300                                  TO RLV-D-BETRAG
172400     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
172500                                  TO RLV-D-WAEHRUNG
172600     MOVE RLV-DETAIL              TO RLV-DRUCKZEILE
172700     WRITE RLV-DRUCKZEILE
172800     .
172900 3500-FEHLER-PROTOKOLL-1002.
173000 3500-FEHLER-PROTOKOLL-EXIT.
173100     EXIT.
173200/---------------------------------------------------------------*
173300* Programmende                                                  *
173400*---------------------------------------------------------------*
173500 9999-EXIT SECTION.
173600 9999-EXIT-1001.
173700     CLOSE RLVPARM
173800     CLOSE RLVZAH
173900     CLOSE RLVAUS
174000     .
174100 9999-EXIT-1002.
174200 9999-EXIT-EXIT.
174300     EXIT.
