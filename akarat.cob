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
000160*@Titel         : Rueckstandsliste ueberfaelliger Raten
000160*@Elementname   : akarat.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Ratenrueckstaende                          *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Batchprogramm nach dem AKAEIN-Fenster. Durchlaeuft die    *
001900* Ratenvereinbarungen KA02AKRP (Zeilenscan KA03AKRP, analog *
002000* AKASCK) und erstellt die Liste RATAUS der ueberfaelligen  *
002100* Raten: je aktiver Vereinbarung alle noch offenen Raten,   *
002200* deren Faelligkeit vor dem Stichtag liegt, mit Forderung,  *
002300* Ratennummer, Faelligkeit, Tagen Rueckstand, Betrag und    *
002400* Waehrung. Die Summenzeile weist die Anzahl ueberfaelliger *
002500* Raten und der betroffenen Vereinbarungen aus.             *
002600* RATPARM (optional): Stichtag (Stellen 1-8, Standard       *
002700* Tagesdatum).                                              *
003400*@E-ELEMENTBESCHREIBUNG                                     *
003500*                                                           *
004000*@A-COBOL-COPY                                              *
004100* Benoetigte COBOL-Copies:                                  *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004400* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004500* CKA0AKRP   : ZEILENWEISER ZUGRIFF KA02AKRP                *
004800*@E-COBOL-COPY                                              *
004900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58793                                                *     D01
090052*     Neuanlage - Rueckstandsliste ueberfaelliger Raten zu  *     D01
090053*     den Ratenvereinbarungen KA02AKRP.                     *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKARAT.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT RATPARM               ASSIGN TO "RATPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT RATAUS                ASSIGN TO "RATAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  RATPARM
101700     RECORDING MODE IS F.
101800 01  RAT-PARM-SATZ.
101900     05 RAT-P-STICHTAG            PIC 9(008).
102000     05 FILLER                    PIC X(072).
102300 FD  RATAUS
102400     RECORDING MODE IS F.
102500 01  RAT-DRUCKZEILE               PIC X(132).
102600*---------------------------------------------------------------*
102700* WORKING-STORAGE-Section                                       *
102800*---------------------------------------------------------------*
102900 WORKING-STORAGE SECTION.
103000 01  VERS-INF.
103100     05  FILLER PIC X(13) VALUE "ELEM=akarat  ".
103200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103300/---------------------------------------------------------------*
103400* Konstanten                                                    *
103500*---------------------------------------------------------------*
103600 01  GS-KONSTANTEN.
103700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103900     20 C-OBJEKT-TAB-KA03AKRP     PIC X(009) VALUE "KA03AKRP".
104000     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104700     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104800/---------------------------------------------------------------*
104900* Formatzeilen Ausgabedatei RATAUS                              *
105000*---------------------------------------------------------------*
105100 01  RAT-KOPF.
105200     05 FILLER                    PIC X(044) VALUE
105300        "RATENVEREINBARUNGEN - UEBERFAELLIGE RATEN   ".
105400     05 FILLER                    PIC X(010) VALUE "STICHTAG: ".
105500     05 RAT-K-STICHTAG            PIC 9(008).
105600     05 FILLER                    PIC X(070) VALUE SPACE.
105700 01  RAT-SPALTEN.
105800     05 FILLER                    PIC X(054) VALUE
105900        "AK    HERKUNFT    KONTO-ID".
106000     05 FILLER                    PIC X(045) VALUE
106100        "AUSZ-DAT AUSZNR FNR   LFD-NR  RATE FAELLIG".
106200     05 FILLER                    PIC X(033) VALUE
106300        " TAGE           BETRAG WAE".
106400 01  RAT-DETAIL.
106500     05 RAT-D-AK-NUMMER           PIC 9(005).
106600     05 FILLER                    PIC X(001) VALUE SPACE.
106700     05 RAT-D-HERKUNFT            PIC X(011).
106800     05 FILLER                    PIC X(001) VALUE SPACE.
106900     05 RAT-D-KONTO-ID            PIC X(035).
107000     05 FILLER                    PIC X(001) VALUE SPACE.
107100     05 RAT-D-AUSZUGSDATUM        PIC 9(008).
107200     05 FILLER                    PIC X(001) VALUE SPACE.
107300     05 RAT-D-AUSZUGSNUMMER       PIC 9(005).
107400     05 FILLER                    PIC X(001) VALUE SPACE.
107500     05 RAT-D-AUSZUG-FNR          PIC 9(005).
107600     05 FILLER                    PIC X(001) VALUE SPACE.
107700     05 RAT-D-LFD-NR-APO          PIC 9(007).
107800     05 FILLER                    PIC X(001) VALUE SPACE.
107900     05 RAT-D-RATE-NR             PIC ZZ9.
108000     05 FILLER                    PIC X(001) VALUE SPACE.
108100     05 RAT-D-FAELLIG             PIC 9(008).
108200     05 FILLER                    PIC X(001) VALUE SPACE.
108300     05 RAT-D-TAGE                PIC ZZZZ9.
108400     05 FILLER                    PIC X(001) VALUE SPACE.
108500     05 RAT-D-BETRAG              PIC -(013)9,99.
108600     05 FILLER                    PIC X(001) VALUE SPACE.
108700     05 RAT-D-WAEHRUNG            PIC X(003).
108800     05 FILLER                    PIC X(008) VALUE SPACE.
108900 01  RAT-ENDE.
109000     05 FILLER                    PIC X(020) VALUE
109100        "UEBERFAELLIGE RATEN:".
109200     05 RAT-X-RATEN               PIC Z(006)9.
109300     05 FILLER                    PIC X(017) VALUE
109400        "  VEREINBARUNGEN:".
109500     05 RAT-X-PLAENE              PIC Z(006)9.
109600     05 FILLER                    PIC X(081) VALUE SPACE.
109700/---------------------------------------------------------------*
109800* Zugriff auf die Ratenvereinbarungen KA02AKRP                  *
109900*---------------------------------------------------------------*
110000  COPY DCTGRCGE.
110100  COPY CGSOVER.
110200  COPY CGSTTAB.
110300  COPY CKA0AKRP.
110500/---------------------------------------------------------------*
110600* Hilfsvariable                                                 *
110700*---------------------------------------------------------------*
110800 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
110900 01  H-SATZ-STATUS                PIC X(001).
111000     88 RATE-GEFUNDEN             VALUE "J".
111100     88 RATE-N-GEFUNDEN           VALUE "N".
111200 01  H-PARM-STATUS                PIC X(001).
111300     88 PARM-EOF                  VALUE "J".
111400     88 PARM-N-EOF                VALUE "N".
111500 01  H-PLAN-STATUS                PIC X(001).
111510     88 PLAN-AKTIV                VALUE "A".
111520     88 PLAN-N-AKTIV              VALUE "N".
111600 01  H-STICHTAG                   PIC 9(008).
111700 01  H-STICHTAG-J                 PIC S9(007) COMP-3.
111800 01  H-FAELLIG-J                  PIC S9(007) COMP-3.
111900 01  H-WAEHRUNG                   PIC X(003).
112000 01  H-LETZTER-PLAN               PIC X(076).
112100 01  H-ANZ-RATEN                  PIC 9(007) COMP-3 VALUE ZERO.
112200 01  H-ANZ-PLAENE                 PIC 9(007) COMP-3 VALUE ZERO.
112300 01  DUMMY                        PIC X(001).
112400/****************************************************************
112500 PROCEDURE DIVISION.
112600*****************************************************************
112700 0000-MAINLINE SECTION.
112800 0000-MAINLINE-1001.
112900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
113000     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
114200     PERFORM 3000-ENDE-SCHREIBEN  THRU 3000-ENDE-SCHREIBEN-EXIT
114300     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
114400     STOP RUN
114500     .
114600 0000-MAINLINE-1002.
114700     EXIT.
114800/---------------------------------------------------------------*
114900* Initialisierung: Parameter lesen, Kopfzeilen schreiben        *
115100*---------------------------------------------------------------*
115200 1000-INITIALISIERUNG SECTION.
115300 1000-INITIALISIERUNG-1001.
115400     OPEN INPUT  RATPARM
115500     OPEN OUTPUT RATAUS
115600     ACCEPT H-STICHTAG            FROM DATE YYYYMMDD
115800     SET PARM-N-EOF               TO TRUE
115900     READ RATPARM
116000       AT END
116100         SET PARM-EOF             TO TRUE
116200     END-READ
116300     IF PARM-N-EOF
116400        AND RAT-P-STICHTAG        NUMERIC
116500        AND RAT-P-STICHTAG        > ZERO
116600     THEN
116700       MOVE RAT-P-STICHTAG        TO H-STICHTAG
117500     END-IF
117600     COMPUTE H-STICHTAG-J         =
117700             FUNCTION INTEGER-OF-DATE (H-STICHTAG)
118000     MOVE H-STICHTAG              TO RAT-K-STICHTAG
118200     MOVE RAT-KOPF                TO RAT-DRUCKZEILE
118300     WRITE RAT-DRUCKZEILE
118310     MOVE SPACE                   TO RAT-DRUCKZEILE
118320     WRITE RAT-DRUCKZEILE
118330     MOVE RAT-SPALTEN             TO RAT-DRUCKZEILE
118340     WRITE RAT-DRUCKZEILE
118400     .
118500 1000-INITIALISIERUNG-1002.
118600 1000-INITIALISIERUNG-EXIT.
118700     EXIT.
118800/---------------------------------------------------------------*
118900* Verarbeitung: Ratenvereinbarungen durchlaufen. Der Kopfsatz   *
119000* (Rate 000) steht je Vereinbarung vor ihren Raten und liefert  *
119050* Status und Waehrung.                                          *
119100*---------------------------------------------------------------*
119200 2000-VERARBEITUNG SECTION.
119300 2000-VERARBEITUNG-1001.
119400     SET PLAN-N-AKTIV             TO TRUE
119500     MOVE SPACE                   TO H-WAEHRUNG
119600                                     H-LETZTER-PLAN
119800     MOVE C-1                     TO H-LFD-ZEILE
119900     PERFORM 2100-LESEN-RATE-ZEILE
120000                                THRU 2100-LESEN-RATE-ZEILE-EXIT
120100     PERFORM UNTIL RATE-N-GEFUNDEN
120200       EVALUATE TRUE
120300       WHEN KA0AKRP-RATE-NR       = ZERO
120400         IF KA0AKRP-K-AKTIV
120500         THEN
120600           SET PLAN-AKTIV         TO TRUE
120700           MOVE KA0AKRP-K-WAEHRUNG
120800                                  TO H-WAEHRUNG
120900         ELSE
121000           SET PLAN-N-AKTIV       TO TRUE
121100         END-IF
121200       WHEN PLAN-AKTIV
121300        AND KA0AKRP-R-OFFEN
121400        AND KA0AKRP-R-FAELLIG     < H-STICHTAG
121500         PERFORM 2200-RATE-MELDEN THRU 2200-RATE-MELDEN-EXIT
121600       WHEN OTHER
121700         CONTINUE
121800       END-EVALUATE
123200       ADD C-1                    TO H-LFD-ZEILE
123300       PERFORM 2100-LESEN-RATE-ZEILE
123400                                THRU 2100-LESEN-RATE-ZEILE-EXIT
123500     END-PERFORM
123600     .
123700 2000-VERARBEITUNG-1002.
123800 2000-VERARBEITUNG-EXIT.
123900     EXIT.
124000/---------------------------------------------------------------*
124100* Zeile aus KA02AKRP lesen                                      *
124200*---------------------------------------------------------------*
124300 2100-LESEN-RATE-ZEILE SECTION.
124400 2100-LESEN-RATE-ZEILE-1001.
124500     MOVE H-LFD-ZEILE             TO KA0AKRP-ZEILENNUMMER
124600     CALL "CGSTAB" USING
124700          C-TAB-LESEN-ZEILE
124800          C-KONFIG-ID-KA
124900          C-OBJEKT-TAB-KA03AKRP
125000          GSOVER-VERSTAENDIGUNGSBEREICH
125100          KA0AKRP-EINGABEBEREICH
125200          KA0AKRP-AUSGABEBEREICH
125300          DUMMY
125400     END-CALL
125500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
125600     THEN
125700       SET RATE-GEFUNDEN          TO TRUE
125800     ELSE
125900       SET RATE-N-GEFUNDEN        TO TRUE
126000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
126100     END-IF
126200     .
126300 2100-LESEN-RATE-ZEILE-1002.
126400 2100-LESEN-RATE-ZEILE-EXIT.
126500     EXIT.
126600/---------------------------------------------------------------*
126700* Ueberfaellige Rate in die Ausgabedatei melden                 *
126800*---------------------------------------------------------------*
126900 2200-RATE-MELDEN SECTION.
127000 2200-RATE-MELDEN-1001.
127100     ADD C-1                      TO H-ANZ-RATEN
127200     IF KA0AKRP-APO-PK            NOT = H-LETZTER-PLAN
127300     THEN
127400       ADD C-1                    TO H-ANZ-PLAENE
127500       MOVE KA0AKRP-APO-PK        TO H-LETZTER-PLAN
127600     END-IF
127700     COMPUTE H-FAELLIG-J          =
127800             FUNCTION INTEGER-OF-DATE (KA0AKRP-R-FAELLIG)
127900     MOVE KA0AKRP-AK-NUMMER       TO RAT-D-AK-NUMMER
128000     MOVE KA0AKRP-HERKUNFT        TO RAT-D-HERKUNFT
128100     MOVE KA0AKRP-KONTO-ID        TO RAT-D-KONTO-ID
128200     MOVE KA0AKRP-AUSZUGSDATUM    TO RAT-D-AUSZUGSDATUM
128300     MOVE KA0AKRP-AUSZUGSNUMMER   TO RAT-D-AUSZUGSNUMMER
128400     MOVE KA0AKRP-AUSZUG-FNR      TO RAT-D-AUSZUG-FNR
128500     MOVE KA0AKRP-LFD-NR-APO      TO RAT-D-LFD-NR-APO
128600     MOVE KA0AKRP-RATE-NR         TO RAT-D-RATE-NR
128700     MOVE KA0AKRP-R-FAELLIG       TO RAT-D-FAELLIG
128800     COMPUTE RAT-D-TAGE           = H-STICHTAG-J - H-FAELLIG-J
128900     MOVE KA0AKRP-R-BETRAG        TO RAT-D-BETRAG
129000     MOVE H-WAEHRUNG              TO RAT-D-WAEHRUNG
129200     MOVE RAT-DETAIL              TO RAT-DRUCKZEILE
129300     WRITE RAT-DRUCKZEILE
129400     .
129500 2200-RATE-MELDEN-1002.
129600 2200-RATE-MELDEN-EXIT.
129700     EXIT.
133500/---------------------------------------------------------------*
133600* Summenzeile                                                   *
133700*---------------------------------------------------------------*
133800 3000-ENDE-SCHREIBEN SECTION.
133900 3000-ENDE-SCHREIBEN-1001.
134000     MOVE H-ANZ-RATEN             TO RAT-X-RATEN
134100     MOVE H-ANZ-PLAENE            TO RAT-X-PLAENE
134400     MOVE SPACE                   TO RAT-DRUCKZEILE
134500     WRITE RAT-DRUCKZEILE
134600     MOVE RAT-ENDE                TO RAT-DRUCKZEILE
134700     WRITE RAT-DRUCKZEILE
134800     .
134900 3000-ENDE-SCHREIBEN-1002.
135000 3000-ENDE-SCHREIBEN-EXIT.
135100     EXIT.
135200/---------------------------------------------------------------*
135300* Programmende                                                  *
135400*---------------------------------------------------------------*
135500 9999-EXIT SECTION.
135600 9999-EXIT-1001.
135700     CLOSE RATPARM
135800     CLOSE RATAUS
135900     .
136000 9999-EXIT-1002.
136100 9999-EXIT-EXIT.
136200     EXIT.
