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
000160*@Titel         : Sanktionslisten-Screening der Gegenparteien
000160*@Elementname   : akasan.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Tageslauf Sanktionsscreening               *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Tageslauf vor den Schreiben (AKAMHN, AKAZIF), den         *
001900* Rueckleitungen (AKARLV) und dem Netting (AKANET).         *
002000* Durchgang 1: Entscheidungen von Compliance aus SANENT     *
002100* (F = Fehltreffer freigeben, B = Treffer bestaetigen)      *
002200* werden im Pruefregister KA02AKSP gebucht; nur Treffer     *
002300* (T) und bereits entschiedene Saetze (F/B) koennen         *
002400* entschieden werden, ein Entscheider ist Pflicht.          *
002500* Durchgang 2: eine neu gelieferte Sanktionsliste SANLST    *
002600* (Kopfsatz mit Listenversion, je Eintrag Name, BIC und     *
002700* Konto-Id) wird nach KA02AKSA geladen, die normierten      *
002800* Suchwerte bildet AKASAC. Ist die Version schon            *
002900* geladen, entfaellt das Laden; fehlt die Datei, wird       *
003000* gegen die bisherige Version geprueft.                     *
003100* Durchgang 3: alle aktiven Eintraege des Gegenpartei-      *
003200* Stamms KA000AKGP werden ueber AKASAC neu geprueft.        *
003300* Durchgang 4: Registersaetze, die gegen eine aeltere       *
003400* Listenversion geprueft sind (Gegenparteien ausgehender    *
003500* Aktionen), werden neu geprueft - nach einer neuen         *
003600* Version also der gesamte Bestand. Offene und              *
003700* bestaetigte Treffer erscheinen als Arbeitsliste fuer      *
003800* Compliance im Protokoll SANAUS.                           *
003900*@E-ELEMENTBESCHREIBUNG                                     *
004000*                                                           *
004100*@A-MODULAUFRUF                                             *
004200* AKASAC : Sanktionspruefung einer Gegenpartei              *
004300*@E-MODULAUFRUF                                             *
004400*                                                           *
004500*@A-COBOL-COPY                                              *
004600* Benoetigte COBOL-Copies:                                  *
004700* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004800* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004900* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005000* CKA0AKGP   : ZEILENSCAN KA000AKGP                         *
005100* CKA0AKSP   : ZEILENSCAN KA03AKSP                          *
005200* CKAI0ASA   : EINGABEBEREICH KA02AKSA                      *
005300* CKAO0ASA   : AUSGABEBEREICH KA02AKSA                      *
005400* CKAI0ASP   : EINGABEBEREICH KA02AKSP                      *
005500* CKAO0ASP   : AUSGABEBEREICH KA02AKSP                      *
005600* CKAISAC    : EINGABEBEREICH AKASAC                        *
005700* CKAOSAC    : AUSGABEBEREICH AKASAC                        *
005800*@E-COBOL-COPY                                              *
005900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58788                                                *     D01
090052*     Neuanlage - Sanktionslisten-Screening des Gegenpartei-*     D01
090053*     Stamms mit Neupruefung je Listenversion.              *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASAN.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT SANPARM               ASSIGN TO "SANPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT SANENT                ASSIGN TO "SANENT"
101300                                  ORGANIZATION IS LINE SEQUENTIAL
101400                                  FILE STATUS IS H-ENT-STATUS.
101500     SELECT SANLST                ASSIGN TO "SANLST"
101600                                  ORGANIZATION IS LINE SEQUENTIAL
101700                                  FILE STATUS IS H-LST-STATUS.
101800     SELECT SANAUS                ASSIGN TO "SANAUS"
101900                                  ORGANIZATION IS LINE SEQUENTIAL.
102000 DATA DIVISION.
102100 FILE SECTION.
102200 FD  SANPARM
102300     RECORDING MODE IS F.
102400 01  SAN-PARM-SATZ.
102500     05 SAN-P-LAUFDATUM           PIC 9(008).
102600 FD  SANENT
102700     RECORDING MODE IS F.
102800 01  SAN-ENT-SATZ.
102900     05 SAN-E-ART                 PIC X(001).
103000     05 SAN-E-SCHLUESSEL          PIC X(040).
103100     05 SAN-E-ENTSCHEIDUNG        PIC X(001).
103200        88 SAN-E-FREIGEBEN        VALUE "F".
103300        88 SAN-E-BESTAETIGEN      VALUE "B".
103400     05 SAN-E-ENTSCHEIDER         PIC X(008).
103500     05 SAN-E-BEMERKUNG           PIC X(040).
103600 FD  SANLST
103700     RECORDING MODE IS F.
103800 01  SAN-LST-SATZ.
103900     05 SAN-L-SATZART             PIC X(001).
104000        88 SAN-L-KOPF             VALUE "K".
104100        88 SAN-L-EINTRAG          VALUE "E".
104200     05 SAN-L-DATEN               PIC X(140).
104300 01  SAN-LST-KOPF.
104400     05 FILLER                    PIC X(001).
104500     05 SAN-K-VERSION             PIC X(012).
104600     05 SAN-K-LISTEN-DATUM        PIC 9(008).
104700     05 FILLER                    PIC X(120).
104800 01  SAN-LST-EINTRAG.
104900     05 FILLER                    PIC X(001).
105000     05 SAN-L-EINTRAG-ID          PIC X(012).
105100     05 SAN-L-LISTE               PIC X(010).
105200     05 SAN-L-NAME                PIC X(070).
105300     05 SAN-L-BIC                 PIC X(011).
105400     05 SAN-L-KONTO-ID            PIC X(035).
105500     05 SAN-L-LAND                PIC X(002).
105600 FD  SANAUS
105700     RECORDING MODE IS F.
105800 01  SAN-DRUCKZEILE               PIC X(150).
105900*---------------------------------------------------------------*
106000* WORKING-STORAGE-Section                                       *
106100*---------------------------------------------------------------*
106200 WORKING-STORAGE SECTION.
106300 01  VERS-INF.
106400     05  FILLER PIC X(13) VALUE "ELEM=akasan  ".
106500     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106600/---------------------------------------------------------------*
106700* Konstanten                                                    *
106800*---------------------------------------------------------------*
106900 01  GS-KONSTANTEN.
107000     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
107100     20 C-AKASAN                  PIC X(008) VALUE "AKASAN".
107200     20 C-OBJEKT-TAB-KA000AKGP    PIC X(009) VALUE "KA000AKGP".
107300     20 C-OBJEKT-TAB-KA03AKSP     PIC X(009) VALUE "KA03AKSP".
107400     20 C-OBJEKT-TAB-KA02AKSP     PIC X(009) VALUE "KA02AKSP".
107500     20 C-OBJEKT-TAB-KA02AKSA     PIC X(009) VALUE "KA02AKSA".
107600     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
107700     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107800     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
107900                                  VALUE "SCHREIBEN-EQUAL".
108000     20 C-01-INT-SAN-PRUEFEN      PIC X(040) VALUE
108100                                  "01-INT-SAN-PRUEFEN".
108200     20 C-01-INT-SAN-NORMIEREN    PIC X(040) VALUE
108300                                  "01-INT-SAN-NORMIEREN".
108400     20 C-ART-KONTO               PIC X(001) VALUE "K".
108500     20 C-ART-BIC                 PIC X(001) VALUE "B".
108600     20 C-ART-NAME                PIC X(001) VALUE "N".
108700     20 C-ART-VERSION             PIC X(001) VALUE "V".
108800     20 C-J                       PIC X(001) VALUE "J".
108900     20 C-N                       PIC X(001) VALUE "N".
109000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
109100 01  C-MELDUNGEN.
109200     05 C-MELD-FREIGABE           PIC X(012) VALUE "FREIGABE    ".
109300     05 C-MELD-BESTAETIGT         PIC X(012) VALUE "BESTAETIGT  ".
109400     05 C-MELD-UNBEKANNT          PIC X(012) VALUE "UNBEKANNT   ".
109500     05 C-MELD-STATUS-FALSCH      PIC X(012) VALUE "STATUS FALS.".
109600     05 C-MELD-OHNE-ENTSCHEIDER   PIC X(012) VALUE "OHNE PRUEFER".
109700     05 C-MELD-LISTE-NEU          PIC X(012) VALUE "LISTE NEU   ".
109800     05 C-MELD-LISTE-BEKANNT      PIC X(012) VALUE "LISTE BEKANN".
109900     05 C-MELD-KEINE-LISTE        PIC X(012) VALUE "KEINE LISTE ".
110000     05 C-MELD-NEUER-TREFFER      PIC X(012) VALUE "NEUER TREFF.".
110100     05 C-MELD-OFFEN              PIC X(012) VALUE "TREFF. OFFEN".
110200     05 C-MELD-GESPERRT           PIC X(012) VALUE "BESTAETIGT  ".
110300     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
110400/---------------------------------------------------------------*
110500* Formatzeilen Protokoll SANAUS                                 *
110600*---------------------------------------------------------------*
110700 01  SAN-DETAIL.
110800     05 SAN-D-MELDUNG             PIC X(012).
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 SAN-D-ART                 PIC X(001).
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 SAN-D-SCHLUESSEL          PIC X(040).
111300     05 FILLER                    PIC X(001) VALUE SPACE.
111400     05 SAN-D-GP-ID               PIC X(008).
111500     05 FILLER                    PIC X(001) VALUE SPACE.
111600     05 SAN-D-NAME                PIC X(040).
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 SAN-D-STATUS              PIC X(001).
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 SAN-D-EINTRAG             PIC X(012).
112100     05 FILLER                    PIC X(001) VALUE SPACE.
112200     05 SAN-D-LISTE               PIC X(010).
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 SAN-D-VERSION             PIC X(012).
112500     05 FILLER                    PIC X(006) VALUE SPACE.
112600 01  SAN-ENDE.
112700     05 FILLER                    PIC X(016) VALUE
112800        "ENTSCHEIDUNGEN: ".
112900     05 SAN-X-ENTSCHEIDUNGEN      PIC Z(006)9.
113000     05 FILLER                    PIC X(016) VALUE
113100        "  LISTENEINTR.: ".
113200     05 SAN-X-EINTRAEGE           PIC Z(006)9.
113300     05 FILLER                    PIC X(016) VALUE
113400        "  GEPRUEFT:     ".
113500     05 SAN-X-GEPRUEFT            PIC Z(006)9.
113600     05 FILLER                    PIC X(016) VALUE
113700        "  NEUE TREFFER: ".
113800     05 SAN-X-NEUE-TREFFER        PIC Z(006)9.
113900     05 FILLER                    PIC X(016) VALUE
114000        "  OFFEN:        ".
114100     05 SAN-X-OFFEN               PIC Z(006)9.
114200     05 FILLER                    PIC X(016) VALUE
114300        "  BESTAETIGT:   ".
114400     05 SAN-X-BESTAETIGT          PIC Z(006)9.
114500/---------------------------------------------------------------*
114600* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
114700*---------------------------------------------------------------*
114800  COPY DCTGRCGE.
114900  COPY CGSOVER.
115000  COPY CGSTTAB.
115100  COPY CKA0AKGP.
115200  COPY CKA0AKSP.
115300  COPY CKAI0ASA.
115400  COPY CKAO0ASA.
115500  COPY CKAI0ASP.
115600  COPY CKAO0ASP.
115700  COPY CKAISAC.
115800  COPY CKAOSAC.
115900 01  DUMMY                        PIC X(001).
116000/---------------------------------------------------------------*
116100* Hilfsvariable                                                 *
116200*---------------------------------------------------------------*
116300 01  H-ENT-STATUS                 PIC X(002).
116400     88 ENT-DATEI-OK              VALUE "00".
116500 01  H-LST-STATUS                 PIC X(002).
116600     88 LST-DATEI-OK              VALUE "00".
116700 01  H-DATEI-ENDE                 PIC X(001).
116800     88 DATEI-ENDE                VALUE "J".
116900     88 DATEI-N-ENDE              VALUE "N".
117000 01  H-ZEILE-KZ                   PIC X(001).
117100     88 ZEILE-GEFUNDEN            VALUE "J".
117200     88 ZEILE-N-GEFUNDEN          VALUE "N".
117300 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
117400 01  H-LAUFDATUM                  PIC 9(008).
117500 01  H-VERSION                    PIC X(012).
117600 01  H-MELDUNG                    PIC X(012).
117700 01  H-ANZ-ENTSCHEIDUNGEN         PIC 9(007) COMP-3 VALUE ZERO.
117800 01  H-ANZ-EINTRAEGE              PIC 9(007) COMP-3 VALUE ZERO.
117900 01  H-ANZ-GEPRUEFT               PIC 9(007) COMP-3 VALUE ZERO.
118000 01  H-ANZ-NEUE-TREFFER           PIC 9(007) COMP-3 VALUE ZERO.
118100 01  H-ANZ-OFFEN                  PIC 9(007) COMP-3 VALUE ZERO.
118200 01  H-ANZ-BESTAETIGT             PIC 9(007) COMP-3 VALUE ZERO.
118300/****************************************************************
118400 PROCEDURE DIVISION.
118500*****************************************************************
118600 0000-MAINLINE SECTION.
118700 0000-MAINLINE-1001.
118800     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
118900     PERFORM 2000-ENTSCHEIDUNGEN  THRU 2000-ENTSCHEIDUNGEN-EXIT
119000     PERFORM 3000-LISTE-LADEN     THRU 3000-LISTE-LADEN-EXIT
119100     PERFORM 4000-STAMM-PRUEFEN   THRU 4000-STAMM-PRUEFEN-EXIT
119200     PERFORM 5000-REGISTER-PRUEFEN
119300                                THRU 5000-REGISTER-PRUEFEN-EXIT
119400     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
119500     STOP RUN
119600     .
119700 0000-MAINLINE-1002.
119800     EXIT.
119900/---------------------------------------------------------------*
120000* Initialisierung: Parameter lesen, aktuelle Listenversion      *
120100*---------------------------------------------------------------*
120200 1000-INITIALISIERUNG SECTION.
120300 1000-INITIALISIERUNG-1001.
120400     OPEN INPUT  SANPARM
120500     OPEN OUTPUT SANAUS
120600     READ SANPARM
120700       AT END
120800         INITIALIZE SAN-PARM-SATZ
120900     END-READ
121000     IF SAN-P-LAUFDATUM           NUMERIC
121100        AND SAN-P-LAUFDATUM       > ZERO
121200     THEN
121300       MOVE SAN-P-LAUFDATUM       TO H-LAUFDATUM
121400     ELSE
121500       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
121600     END-IF
121700     MOVE C-ART-VERSION           TO KAI0ASP-ART
121800     MOVE SPACE                   TO KAI0ASP-SCHLUESSEL
121900     INITIALIZE KAO0ASP-AUSGABEBEREICH
122000     CALL "CGSTAB"
122100     USING C-TAB-LESEN-EQUAL
122200           C-KONFIG-ID-KA
122300           C-OBJEKT-TAB-KA02AKSP
122400           GSOVER-VERSTAENDIGUNGSBEREICH
122500           KAI0ASP-EINGABEBEREICH
122600           KAO0ASP-AUSGABEBEREICH
122700           GSTTAB-EIN-AUSGABEBEREICH
122800     END-CALL
122900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
123000     THEN
123100       MOVE KAO0ASP-LISTEN-VERSION
123200                                  TO H-VERSION
123300     ELSE
123400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
123500       MOVE SPACE                 TO H-VERSION
123600     END-IF
123700     .
123800 1000-INITIALISIERUNG-1002.
123900 1000-INITIALISIERUNG-EXIT.
124000     EXIT.
124100/---------------------------------------------------------------*
124200* Durchgang 1: Entscheidungen von Compliance buchen             *
124300*---------------------------------------------------------------*
124400 2000-ENTSCHEIDUNGEN SECTION.
124500 2000-ENTSCHEIDUNGEN-1001.
124600     OPEN INPUT SANENT
124700     IF NOT ENT-DATEI-OK
124800     THEN
124900       GO TO 2000-ENTSCHEIDUNGEN-EXIT
125000     END-IF
125100     SET DATEI-N-ENDE             TO TRUE
125200     PERFORM UNTIL DATEI-ENDE
125300       READ SANENT
125400         AT END
125500           SET DATEI-ENDE         TO TRUE
125600         NOT AT END
125700           PERFORM 2100-ENTSCHEIDUNG-BUCHEN
125800                            THRU 2100-ENTSCHEIDUNG-BUCHEN-EXIT
125900       END-READ
126000     END-PERFORM
126100     CLOSE SANENT
126200     .
126300 2000-ENTSCHEIDUNGEN-1002.
126400 2000-ENTSCHEIDUNGEN-EXIT.
126500     EXIT.
126600/---------------------------------------------------------------*
126700* Eine Entscheidung pruefen und im Register buchen              *
126800*---------------------------------------------------------------*
126900 2100-ENTSCHEIDUNG-BUCHEN SECTION.
127000 2100-ENTSCHEIDUNG-BUCHEN-1001.
127100     MOVE SAN-E-ART               TO KAI0ASP-ART
127200     MOVE SAN-E-SCHLUESSEL        TO KAI0ASP-SCHLUESSEL
127300     INITIALIZE KAO0ASP-AUSGABEBEREICH
127400     IF SAN-E-ART                 = C-ART-VERSION
127500     THEN
127600       MOVE C-MELD-UNBEKANNT      TO H-MELDUNG
127700       GO TO 2100-ENTSCHEIDUNG-BUCHEN-1002
127800     END-IF
127900     CALL "CGSTAB"
128000     USING C-TAB-LESEN-EQUAL
128100           C-KONFIG-ID-KA
128200           C-OBJEKT-TAB-KA02AKSP
128300           GSOVER-VERSTAENDIGUNGSBEREICH
128400           KAI0ASP-EINGABEBEREICH
128500           KAO0ASP-AUSGABEBEREICH
128600           GSTTAB-EIN-AUSGABEBEREICH
128700     END-CALL
128800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
128900     THEN
129000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
129100       MOVE C-MELD-UNBEKANNT      TO H-MELDUNG
129200       GO TO 2100-ENTSCHEIDUNG-BUCHEN-1002
129300     END-IF
129400     IF SAN-E-ENTSCHEIDER         = SPACE
129500     THEN
129600       MOVE C-MELD-OHNE-ENTSCHEIDER
129700                                  TO H-MELDUNG
129800       GO TO 2100-ENTSCHEIDUNG-BUCHEN-1002
129900     END-IF
130000     IF NOT KAO0ASP-ANHALTEN
130100        AND NOT KAO0ASP-FREIGEGEBEN
130200        OR NOT SAN-E-FREIGEBEN
130300        AND NOT SAN-E-BESTAETIGEN
130400     THEN
130500       MOVE C-MELD-STATUS-FALSCH  TO H-MELDUNG
130600       GO TO 2100-ENTSCHEIDUNG-BUCHEN-1002
130700     END-IF
130800     IF SAN-E-FREIGEBEN
130900     THEN
131000       SET KAO0ASP-FREIGEGEBEN    TO TRUE
131100       MOVE C-MELD-FREIGABE       TO H-MELDUNG
131200     ELSE
131300       SET KAO0ASP-BESTAETIGT     TO TRUE
131400       MOVE C-MELD-BESTAETIGT     TO H-MELDUNG
131500     END-IF
131600     MOVE SAN-E-ENTSCHEIDER       TO KAO0ASP-ENTSCHEIDER
131700     MOVE H-LAUFDATUM             TO KAO0ASP-ENTSCHEID-DATUM
131800     MOVE SAN-E-BEMERKUNG         TO KAO0ASP-BEMERKUNG
131900     CALL "CGSTAB"
132000     USING C-TAB-SCHREIBEN-EQUAL
132100           C-KONFIG-ID-KA
132200           C-OBJEKT-TAB-KA02AKSP
132300           GSOVER-VERSTAENDIGUNGSBEREICH
132400           KAI0ASP-EINGABEBEREICH
132500           KAO0ASP-AUSGABEBEREICH
132600           GSTTAB-EIN-AUSGABEBEREICH
132700     END-CALL
132800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
132900     THEN
133000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133100       MOVE C-MELD-FEHLER         TO H-MELDUNG
133200     ELSE
133300       ADD C-1                    TO H-ANZ-ENTSCHEIDUNGEN
133400     END-IF
133500     .
133600 2100-ENTSCHEIDUNG-BUCHEN-1002.
133700     INITIALIZE SAN-DETAIL
133800     MOVE H-MELDUNG               TO SAN-D-MELDUNG
133900     MOVE SAN-E-ART               TO SAN-D-ART
134000     MOVE SAN-E-SCHLUESSEL        TO SAN-D-SCHLUESSEL
134100     MOVE KAO0ASP-GP-ID           TO SAN-D-GP-ID
134200     MOVE KAO0ASP-NAME            TO SAN-D-NAME
134300     MOVE KAO0ASP-STATUS          TO SAN-D-STATUS
134400     MOVE KAO0ASP-TREFFER-EINTRAG TO SAN-D-EINTRAG
134500     MOVE KAO0ASP-TREFFER-LISTE   TO SAN-D-LISTE
134600     MOVE KAO0ASP-LISTEN-VERSION  TO SAN-D-VERSION
134700     MOVE SAN-DETAIL              TO SAN-DRUCKZEILE
134800     WRITE SAN-DRUCKZEILE
134900     .
135000 2100-ENTSCHEIDUNG-BUCHEN-EXIT.
135100     EXIT.
135200/---------------------------------------------------------------*
135300* Durchgang 2: neu gelieferte Liste laden und die Version       *
135400* fortschreiben                                                 *
135500*---------------------------------------------------------------*
135600 3000-LISTE-LADEN SECTION.
135700 3000-LISTE-LADEN-1001.
135800     INITIALIZE SAN-DETAIL
135900     OPEN INPUT SANLST
136000     IF NOT LST-DATEI-OK
136100     THEN
136200       MOVE C-MELD-KEINE-LISTE    TO SAN-D-MELDUNG
136300       GO TO 3000-LISTE-LADEN-1002
136400     END-IF
136500     SET DATEI-N-ENDE             TO TRUE
136600     READ SANLST
136700       AT END
136800         SET DATEI-ENDE           TO TRUE
136900     END-READ
137000     IF DATEI-ENDE
137100        OR NOT SAN-L-KOPF
137200        OR SAN-K-VERSION          = SPACE
137300     THEN
137400       CLOSE SANLST
137500       MOVE C-MELD-KEINE-LISTE    TO SAN-D-MELDUNG
137600       GO TO 3000-LISTE-LADEN-1002
137700     END-IF
137800     IF SAN-K-VERSION             = H-VERSION
137900     THEN
138000       CLOSE SANLST
138100       MOVE C-MELD-LISTE-BEKANNT  TO SAN-D-MELDUNG
138200       GO TO 3000-LISTE-LADEN-1002
138300     END-IF
138400     MOVE SAN-K-VERSION           TO H-VERSION
138500     PERFORM UNTIL DATEI-ENDE
138600       READ SANLST
138700         AT END
138800           SET DATEI-ENDE         TO TRUE
138900         NOT AT END
139000           IF SAN-L-EINTRAG
139100           THEN
139200             PERFORM 3100-EINTRAG-LADEN
139300                                THRU 3100-EINTRAG-LADEN-EXIT
139400           END-IF
139500       END-READ
139600     END-PERFORM
139700     CLOSE SANLST
139800*    Versionssatz erst nach dem Laden fortschreiben
139900     MOVE C-ART-VERSION           TO KAI0ASP-ART
140000     MOVE SPACE                   TO KAI0ASP-SCHLUESSEL
140100     INITIALIZE KAO0ASP-AUSGABEBEREICH
140200     MOVE H-VERSION               TO KAO0ASP-LISTEN-VERSION
140300     MOVE H-LAUFDATUM             TO KAO0ASP-PRUEF-DATUM
140400     MOVE C-AKASAN                TO KAO0ASP-QUELLE
140500     CALL "CGSTAB"
140600     USING C-TAB-SCHREIBEN-EQUAL
140700           C-KONFIG-ID-KA
140800           C-OBJEKT-TAB-KA02AKSP
140900           GSOVER-VERSTAENDIGUNGSBEREICH
141000           KAI0ASP-EINGABEBEREICH
141100           KAO0ASP-AUSGABEBEREICH
141200           GSTTAB-EIN-AUSGABEBEREICH
141300     END-CALL
141400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
141500     THEN
141600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
141700       MOVE C-MELD-FEHLER         TO SAN-D-MELDUNG
141800     ELSE
141900       MOVE C-MELD-LISTE-NEU      TO SAN-D-MELDUNG
142000     END-IF
142100     .
142200 3000-LISTE-LADEN-1002.
142300     MOVE SAN-K-VERSION           TO SAN-D-VERSION
142400     MOVE SAN-DETAIL              TO SAN-DRUCKZEILE
142500     WRITE SAN-DRUCKZEILE
142600     .
142700 3000-LISTE-LADEN-EXIT.
142800     EXIT.
142900/---------------------------------------------------------------*
143000* Einen Listeneintrag je Suchwert (Konto-Id, BIC, Name) laden   *
143100*---------------------------------------------------------------*
143200 3100-EINTRAG-LADEN SECTION.
143300 3100-EINTRAG-LADEN-1001.
143400     INITIALIZE KAISAC-EINGABEBEREICH
143500     MOVE C-01-INT-SAN-NORMIEREN  TO KAISAC-FUNKTION
143600     MOVE SAN-L-NAME              TO KAISAC-NAME
143700     MOVE SAN-L-BIC               TO KAISAC-BIC
143800     MOVE SAN-L-KONTO-ID          TO KAISAC-KONTO-ID
143900     CALL "AKASAC" USING
144000          KAISAC-EINGABEBEREICH
144100          KAOSAC-AUSGABEBEREICH
144200          GSOVER-VERSTAENDIGUNGSBEREICH
144300     END-CALL
144400     INITIALIZE KAO0ASA-AUSGABEBEREICH
144500     MOVE H-VERSION               TO KAO0ASA-LISTEN-VERSION
144600     MOVE SAN-L-EINTRAG-ID        TO KAO0ASA-EINTRAG-ID
144700     MOVE SAN-L-LISTE             TO KAO0ASA-LISTE
144800     MOVE SAN-L-NAME              TO KAO0ASA-NAME
144900     MOVE SAN-L-LAND              TO KAO0ASA-LAND
145000     MOVE H-LAUFDATUM             TO KAO0ASA-LADE-DATUM
145100     IF KAOSAC-KONTO-NORM         NOT = SPACE
145200     THEN
145300       MOVE C-ART-KONTO           TO KAI0ASA-ART
145400       MOVE KAOSAC-KONTO-NORM     TO KAI0ASA-WERT
145500       PERFORM 3150-LISTENSATZ-SCHREIBEN
145600                         THRU 3150-LISTENSATZ-SCHREIBEN-EXIT
145700     END-IF
145800     IF KAOSAC-BIC-NORM           NOT = SPACE
145900     THEN
146000       MOVE C-ART-BIC             TO KAI0ASA-ART
146100       MOVE KAOSAC-BIC-NORM       TO KAI0ASA-WERT
146200       PERFORM 3150-LISTENSATZ-SCHREIBEN
146300                         THRU 3150-LISTENSATZ-SCHREIBEN-EXIT
146400     END-IF
146500     IF KAOSAC-NAME-NORM          NOT = SPACE
146600     THEN
146700       MOVE C-ART-NAME            TO KAI0ASA-ART
146800       MOVE KAOSAC-NAME-NORM      TO KAI0ASA-WERT
146900       PERFORM 3150-LISTENSATZ-SCHREIBEN
147000                         THRU 3150-LISTENSATZ-SCHREIBEN-EXIT
147100     END-IF
147200     ADD C-1                      TO H-ANZ-EINTRAEGE
147300     .
147400 3100-EINTRAG-LADEN-1002.
147500 3100-EINTRAG-LADEN-EXIT.
147600     EXIT.
147700/---------------------------------------------------------------*
147800* Suchwert nach KA02AKSA schreiben                              *
147900*---------------------------------------------------------------*
148000 3150-LISTENSATZ-SCHREIBEN SECTION.
148100 3150-LISTENSATZ-SCHREIBEN-1001.
148200     CALL "CGSTAB"
148300     USING C-TAB-SCHREIBEN-EQUAL
148400           C-KONFIG-ID-KA
148500           C-OBJEKT-TAB-KA02AKSA
148600           GSOVER-VERSTAENDIGUNGSBEREICH
148700           KAI0ASA-EINGABEBEREICH
148800           KAO0ASA-AUSGABEBEREICH
148900           GSTTAB-EIN-AUSGABEBEREICH
149000     END-CALL
149100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
149200     THEN
149300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
149400       INITIALIZE SAN-DETAIL
149500       MOVE C-MELD-FEHLER         TO SAN-D-MELDUNG
149600       MOVE KAI0ASA-ART           TO SAN-D-ART
149700       MOVE KAI0ASA-WERT          TO SAN-D-SCHLUESSEL
149800       MOVE KAO0ASA-EINTRAG-ID    TO SAN-D-EINTRAG
149900       MOVE KAO0ASA-LISTE         TO SAN-D-LISTE
150000       MOVE H-VERSION             TO SAN-D-VERSION
150100       MOVE SAN-DETAIL            TO SAN-DRUCKZEILE
150200       WRITE SAN-DRUCKZEILE
150300     END-IF
150400     .
150500 3150-LISTENSATZ-SCHREIBEN-1002.
150600 3150-LISTENSATZ-SCHREIBEN-EXIT.
150700     EXIT.
150800/---------------------------------------------------------------*
150900* Durchgang 3: Gegenpartei-Stamm vollstaendig pruefen           *
151000*---------------------------------------------------------------*
151100 4000-STAMM-PRUEFEN SECTION.
151200 4000-STAMM-PRUEFEN-1001.
151300     IF H-VERSION                 = SPACE
151400     THEN
151500       GO TO 4000-STAMM-PRUEFEN-EXIT
151600     END-IF
151700     MOVE C-1                     TO H-LFD-ZEILE
151800     PERFORM 4100-LESEN-GP-ZEILE  THRU 4100-LESEN-GP-ZEILE-EXIT
151900     PERFORM UNTIL ZEILE-N-GEFUNDEN
152000       IF KA0AKGP-AKTIV-JA
152100       THEN
152200         INITIALIZE KAISAC-EINGABEBEREICH
152300         MOVE C-01-INT-SAN-PRUEFEN
152400                                  TO KAISAC-FUNKTION
152500         MOVE C-AKASAN            TO KAISAC-QUELLE
152600         MOVE H-LAUFDATUM         TO KAISAC-LAUFDATUM
152700         MOVE C-J                 TO KAISAC-ERZWINGEN-KZ
152800         MOVE KA0AKGP-GP-ID       TO KAISAC-GP-ID
152900         MOVE KA0AKGP-NAME        TO KAISAC-NAME
153000         MOVE KA0AKGP-BIC         TO KAISAC-BIC
153100         MOVE KA0AKGP-KONTO-ID    TO KAISAC-KONTO-ID
153200         PERFORM 4200-PRUEFEN     THRU 4200-PRUEFEN-EXIT
153300       END-IF
153400       ADD C-1                    TO H-LFD-ZEILE
153500       PERFORM 4100-LESEN-GP-ZEILE
153600                                THRU 4100-LESEN-GP-ZEILE-EXIT
153700     END-PERFORM
153800     .
153900 4000-STAMM-PRUEFEN-1002.
154000 4000-STAMM-PRUEFEN-EXIT.
154100     EXIT.
154200/---------------------------------------------------------------*
154300* Zeile aus KA000AKGP lesen                                     *
154400*---------------------------------------------------------------*
154500 4100-LESEN-GP-ZEILE SECTION.
154600 4100-LESEN-GP-ZEILE-1001.
154700     MOVE H-LFD-ZEILE             TO KA0AKGP-ZEILENNUMMER
154800     CALL "CGSTAB" USING
154900          C-TAB-LESEN-ZEILE
155000          C-KONFIG-ID-KA
155100          C-OBJEKT-TAB-KA000AKGP
155200          GSOVER-VERSTAENDIGUNGSBEREICH
155300          KA0AKGP-EINGABEBEREICH
155400          KA0AKGP-AUSGABEBEREICH
155500          DUMMY
155600     END-CALL
155700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
155800     THEN
155900       SET ZEILE-GEFUNDEN         TO TRUE
156000     ELSE
156100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
156200       SET ZEILE-N-GEFUNDEN       TO TRUE
156300     END-IF
156400     .
156500 4100-LESEN-GP-ZEILE-1002.
156600 4100-LESEN-GP-ZEILE-EXIT.
156700     EXIT.
156800/---------------------------------------------------------------*
156900* Gegenpartei ueber AKASAC pruefen; neue Treffer protokollieren *
157000*---------------------------------------------------------------*
157100 4200-PRUEFEN SECTION.
157200 4200-PRUEFEN-1001.
157300     CALL "AKASAC" USING
157400          KAISAC-EINGABEBEREICH
157500          KAOSAC-AUSGABEBEREICH
157600          GSOVER-VERSTAENDIGUNGSBEREICH
157700     END-CALL
157800     INITIALIZE SAN-DETAIL
157900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
158000     THEN
158100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
158200       MOVE C-MELD-FEHLER         TO SAN-D-MELDUNG
158300     ELSE
158400       ADD C-1                    TO H-ANZ-GEPRUEFT
158500       IF NOT KAOSAC-NEU-TREFFER
158600       THEN
158700         GO TO 4200-PRUEFEN-EXIT
158800       END-IF
158900       ADD C-1                    TO H-ANZ-NEUE-TREFFER
159000       MOVE C-MELD-NEUER-TREFFER  TO SAN-D-MELDUNG
159100     END-IF
159200     MOVE KAOSAC-ART              TO SAN-D-ART
159300     MOVE KAOSAC-SCHLUESSEL       TO SAN-D-SCHLUESSEL
159400     MOVE KAISAC-GP-ID            TO SAN-D-GP-ID
159500     MOVE KAISAC-NAME             TO SAN-D-NAME
159600     MOVE KAOSAC-STATUS           TO SAN-D-STATUS
159700     MOVE KAOSAC-TREFFER-EINTRAG  TO SAN-D-EINTRAG
159800     MOVE KAOSAC-TREFFER-LISTE    TO SAN-D-LISTE
159900     MOVE KAOSAC-LISTEN-VERSION   TO SAN-D-VERSION
160000     MOVE SAN-DETAIL              TO SAN-DRUCKZEILE
160100     WRITE SAN-DRUCKZEILE
160200     .
160300 4200-PRUEFEN-1002.
160400 4200-PRUEFEN-EXIT.
160500     EXIT.
160600/---------------------------------------------------------------*
160700* Durchgang 4: Registersaetze aelterer Listenversionen neu      *
160800* pruefen; offene und bestaetigte Treffer auflisten             *
160900*---------------------------------------------------------------*
161000 5000-REGISTER-PRUEFEN SECTION.
161100 5000-REGISTER-PRUEFEN-1001.
161200     IF H-VERSION                 = SPACE
161300     THEN
161400       GO TO 5000-REGISTER-PRUEFEN-EXIT
161500     END-IF
161600     MOVE C-1                     TO H-LFD-ZEILE
161700     PERFORM 5100-LESEN-SP-ZEILE  THRU 5100-LESEN-SP-ZEILE-EXIT
161800     PERFORM UNTIL ZEILE-N-GEFUNDEN
161900       IF NOT KA0AKSP-ART-VERSION
162000       THEN
162100         IF KA0AKSP-LISTEN-VERSION
162200                                  NOT = H-VERSION
162300         THEN
162400           INITIALIZE KAISAC-EINGABEBEREICH
162500           MOVE C-01-INT-SAN-PRUEFEN
162600                                  TO KAISAC-FUNKTION
162700           MOVE KA0AKSP-QUELLE    TO KAISAC-QUELLE
162800           MOVE H-LAUFDATUM       TO KAISAC-LAUFDATUM
162900           MOVE C-N               TO KAISAC-ERZWINGEN-KZ
163000           MOVE KA0AKSP-GP-ID     TO KAISAC-GP-ID
163100           MOVE KA0AKSP-NAME      TO KAISAC-NAME
163200           MOVE KA0AKSP-BIC       TO KAISAC-BIC
163300           MOVE KA0AKSP-KONTO-ID  TO KAISAC-KONTO-ID
163400           PERFORM 4200-PRUEFEN   THRU 4200-PRUEFEN-EXIT
163500           MOVE KAOSAC-STATUS     TO KA0AKSP-STATUS
163600         END-IF
163700         PERFORM 5200-ARBEITSLISTE
163800                                THRU 5200-ARBEITSLISTE-EXIT
163900       END-IF
164000       ADD C-1                    TO H-LFD-ZEILE
164100       PERFORM 5100-LESEN-SP-ZEILE
164200                                THRU 5100-LESEN-SP-ZEILE-EXIT
164300     END-PERFORM
164400     .
164500 5000-REGISTER-PRUEFEN-1002.
164600 5000-REGISTER-PRUEFEN-EXIT.
164700     EXIT.
164800/---------------------------------------------------------------*
164900* Zeile aus KA03AKSP lesen                                      *
165000*---------------------------------------------------------------*
165100 5100-LESEN-SP-ZEILE SECTION.
165200 5100-LESEN-SP-ZEILE-1001.
165300     MOVE H-LFD-ZEILE             TO KA0AKSP-ZEILENNUMMER
165400     CALL "CGSTAB" USING
165500          C-TAB-LESEN-ZEILE
165600          C-KONFIG-ID-KA
165700          C-OBJEKT-TAB-KA03AKSP
165800          GSOVER-VERSTAENDIGUNGSBEREICH
165900          KA0AKSP-EINGABEBEREICH
166000          KA0AKSP-AUSGABEBEREICH
166100          DUMMY
166200     END-CALL
166300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
166400     THEN
166500       SET ZEILE-GEFUNDEN         TO TRUE
166600     ELSE
166700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
166800       SET ZEILE-N-GEFUNDEN       TO TRUE
166900     END-IF
167000     .
167100 5100-LESEN-SP-ZEILE-1002.
167200 5100-LESEN-SP-ZEILE-EXIT.
167300     EXIT.
167400/---------------------------------------------------------------*
167500* Offene und bestaetigte Treffer als Arbeitsliste ausgeben      *
167600*---------------------------------------------------------------*
167700 5200-ARBEITSLISTE SECTION.
167800 5200-ARBEITSLISTE-1001.
167900     INITIALIZE SAN-DETAIL
168000     EVALUATE TRUE
168100     WHEN KA0AKSP-TREFFER
168200       ADD C-1                    TO H-ANZ-OFFEN
168300       MOVE C-MELD-OFFEN          TO SAN-D-MELDUNG
168400     WHEN KA0AKSP-BESTAETIGT
168500       ADD C-1                    TO H-ANZ-BESTAETIGT
168600       MOVE C-MELD-GESPERRT       TO SAN-D-MELDUNG
168700     WHEN OTHER
168800       GO TO 5200-ARBEITSLISTE-EXIT
168900     END-EVALUATE
169000     MOVE KA0AKSP-ART             TO SAN-D-ART
169100     MOVE KA0AKSP-SCHLUESSEL      TO SAN-D-SCHLUESSEL
169200     MOVE KA0AKSP-GP-ID           TO SAN-D-GP-ID
169300     MOVE KA0AKSP-NAME            TO SAN-D-NAME
169400     MOVE KA0AKSP-STATUS          TO SAN-D-STATUS
169500     MOVE KA0AKSP-TREFFER-EINTRAG TO SAN-D-EINTRAG
169600     MOVE KA0AKSP-TREFFER-LISTE   TO SAN-D-LISTE
169700     MOVE H-VERSION               TO SAN-D-VERSION
169800     MOVE SAN-DETAIL              TO SAN-DRUCKZEILE
169900     WRITE SAN-DRUCKZEILE
170000     .
170100 5200-ARBEITSLISTE-1002.
170200 5200-ARBEITSLISTE-EXIT.
170300     EXIT.
170400/---------------------------------------------------------------*
170500* Programmende: Summenzeile und Dateien schliessen              *
170600*---------------------------------------------------------------*
170700 9999-EXIT SECTION.
170800 9999-EXIT-1001.
170900     INITIALIZE SAN-ENDE
171000     MOVE H-ANZ-ENTSCHEIDUNGEN    TO SAN-X-ENTSCHEIDUNGEN
171100     MOVE H-ANZ-EINTRAEGE         TO SAN-X-EINTRAEGE
171200     MOVE H-ANZ-GEPRUEFT          TO SAN-X-GEPRUEFT
171300     MOVE H-ANZ-NEUE-TREFFER      TO SAN-X-NEUE-TREFFER
171400     MOVE H-ANZ-OFFEN             TO SAN-X-OFFEN
171500     MOVE H-ANZ-BESTAETIGT        TO SAN-X-BESTAETIGT
171600     MOVE SAN-ENDE                TO SAN-DRUCKZEILE
171700     WRITE SAN-DRUCKZEILE
171800     CLOSE SANPARM
171900     CLOSE SANAUS
172000     .
172100 9999-EXIT-1002.
172200 9999-EXIT-EXIT.
172300     EXIT.
