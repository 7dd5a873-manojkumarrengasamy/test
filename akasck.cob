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
000160*@Titel         : Scheckregister - Ausnahmen und verfallene Schecks
000160*@Elementname   : akasck.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Scheckregister-Auswertung                  *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Batchprogramm nach dem AKAEIN-Fenster. Durchlaeuft das    *
001900* Scheckregister KA02AKSK (Zeilenscan KA03AKSK, analog      *
002000* AKAAVR) und erstellt die Liste SCKAUS mit drei Teilen:    *
002100* 1. vorgelegte Schecks mit Ausnahme: ohne Ausstellungs-    *
002200*    satz (U), mit abweichendem Betrag (B) oder trotz       *
002300*    Sperre vorgelegt (G); die Umsaetze stehen offen im     *
002400*    Scheck-Abstimmkreis,                                   *
002500* 2. verfallene Schecks zur Stornierung: ausgestellt und    *
002600*    nicht vorgelegt, Ausstellungsdatum vor Stichtag        *
002700*    abzueglich Gueltigkeitsdauer. Sie werden auf Status V  *
002800*    gestellt und bis zur Stornierung (Status S in der      *
002900*    Tabellenpflege) erneut gemeldet,                       *
003000* 3. gesperrte, noch nicht vorgelegte Schecks.              *
003100* SCKPARM (optional): Gueltigkeitsdauer in Tagen (Stellen   *
003200* 1-3, Standard 180) und Stichtag (Stellen 5-12, Standard   *
003300* Tagesdatum).                                              *
003400*@E-ELEMENTBESCHREIBUNG                                     *
003500*                                                           *
004000*@A-COBOL-COPY                                              *
004100* Benoetigte COBOL-Copies:                                  *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004400* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004500* CKA0AKSK   : ZEILENWEISER ZUGRIFF KA02AKSK                *
004600* CKAI0ASK   : EINGABEBEREICH KA02AKSK                      *
004700* CKAO0ASK   : AUSGABEBEREICH KA02AKSK                      *
004800*@E-COBOL-COPY                                              *
004900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58779                                                *     D01
090052*     Neuanlage - Ausnahmeliste und Verfallsliste zum       *     D01
090053*     Scheckregister KA02AKSK.                              *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASCK.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT SCKPARM               ASSIGN TO "SCKPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT SCKAUS                ASSIGN TO "SCKAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  SCKPARM
101700     RECORDING MODE IS F.
101800 01  SCK-PARM-SATZ.
101900     05 SCK-P-GUELTIG-TAGE        PIC 9(003).
102000     05 FILLER                    PIC X(001).
102100     05 SCK-P-STICHTAG            PIC 9(008).
102200     05 FILLER                    PIC X(068).
102300 FD  SCKAUS
102400     RECORDING MODE IS F.
102500 01  SCK-DRUCKZEILE               PIC X(132).
102600*---------------------------------------------------------------*
102700* WORKING-STORAGE-Section                                       *
102800*---------------------------------------------------------------*
102900 WORKING-STORAGE SECTION.
103000 01  VERS-INF.
103100     05  FILLER PIC X(13) VALUE "ELEM=akasck  ".
103200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103300/---------------------------------------------------------------*
103400* Konstanten                                                    *
103500*---------------------------------------------------------------*
103600 01  GS-KONSTANTEN.
103700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103800     20 C-OBJEKT-TAB-KA02AKSK     PIC X(009) VALUE "KA02AKSK".
103900     20 C-OBJEKT-TAB-KA03AKSK     PIC X(009) VALUE "KA03AKSK".
104000     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
104200                                  VALUE "SCHREIBEN-EQUAL".
104300     20 C-GUELTIG-STANDARD        PIC 9(003) VALUE 180.
104400     20 C-TEIL-AUSNAHMEN          PIC 9(001) VALUE 1.
104500     20 C-TEIL-VERFALLEN          PIC 9(001) VALUE 2.
104600     20 C-TEIL-GESPERRT           PIC 9(001) VALUE 3.
104700     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104800/---------------------------------------------------------------*
104900* Formatzeilen Ausgabedatei SCKAUS                              *
105000*---------------------------------------------------------------*
105100 01  SCK-KOPF.
105200     05 FILLER                    PIC X(044) VALUE
105300        "SCHECKREGISTER - AUSNAHMEN UND VERFALL  ".
105400     05 FILLER                    PIC X(010) VALUE "STICHTAG: ".
105500     05 SCK-K-STICHTAG            PIC 9(008).
105600     05 FILLER                    PIC X(016) VALUE
105700        "  GUELTIGKEIT: ".
105800     05 SCK-K-GUELTIG-TAGE        PIC ZZ9.
105900     05 FILLER                    PIC X(005) VALUE " TAGE".
106000     05 FILLER                    PIC X(046) VALUE SPACE.
106100 01  SCK-TEIL-KOPF.
106200     05 SCK-T-TEXT                PIC X(060).
106300     05 FILLER                    PIC X(072) VALUE SPACE.
106400 01  SCK-DETAIL.
106500     05 SCK-D-AK-NUMMER           PIC 9(005).
106600     05 FILLER                    PIC X(001) VALUE SPACE.
106700     05 SCK-D-SCHECK-NR           PIC X(016).
106800     05 FILLER                    PIC X(001) VALUE SPACE.
106900     05 SCK-D-ART                 PIC X(016).
107000     05 FILLER                    PIC X(001) VALUE SPACE.
107100     05 SCK-D-AUSSTELL-DATUM      PIC 9(008).
107200     05 FILLER                    PIC X(001) VALUE SPACE.
107300     05 SCK-D-BETRAG              PIC Z(012)9,99.
107400     05 FILLER                    PIC X(001) VALUE SPACE.
107500     05 SCK-D-WAEHRUNG            PIC X(003).
107600     05 FILLER                    PIC X(001) VALUE SPACE.
107700     05 SCK-D-VORLAGE-DATUM       PIC 9(008).
107800     05 FILLER                    PIC X(001) VALUE SPACE.
107900     05 SCK-D-VORLAGE-BETRAG      PIC Z(012)9,99.
108000     05 FILLER                    PIC X(001) VALUE SPACE.
108100     05 SCK-D-SPERR-KZ            PIC X(001).
108200     05 FILLER                    PIC X(001) VALUE SPACE.
108300     05 SCK-D-EMPFAENGER          PIC X(030).
108400     05 FILLER                    PIC X(004) VALUE SPACE.
108500 01  SCK-ENDE.
108600     05 FILLER                    PIC X(012) VALUE "AUSNAHMEN: ".
108700     05 SCK-X-AUSNAHMEN           PIC Z(006)9.
108800     05 FILLER                    PIC X(013) VALUE " VERFALLEN: ".
108900     05 SCK-X-VERFALLEN           PIC Z(006)9.
109000     05 FILLER                    PIC X(015) VALUE
109100        "  NEU GEMELDET:".
109200     05 SCK-X-NEU-VERFALLEN       PIC Z(006)9.
109300     05 FILLER                    PIC X(013) VALUE " GESPERRT: ".
109400     05 SCK-X-GESPERRT            PIC Z(006)9.
109500     05 FILLER                    PIC X(051) VALUE SPACE.
109600/---------------------------------------------------------------*
109700* Zugriff auf das Scheckregister KA02AKSK                       *
109800*---------------------------------------------------------------*
109900  COPY DCTGRCGE.
110000  COPY CGSOVER.
110100  COPY CGSTTAB.
110200  COPY CKA0AKSK.
110300  COPY CKAI0ASK.
110400  COPY CKAO0ASK.
110500/---------------------------------------------------------------*
110600* Hilfsvariable                                                 *
110700*---------------------------------------------------------------*
110800 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
110900 01  H-SATZ-STATUS                PIC X(001).
111000     88 SCHECK-GEFUNDEN           VALUE "J".
111100     88 SCHECK-N-GEFUNDEN         VALUE "N".
111200 01  H-PARM-STATUS                PIC X(001).
111300     88 PARM-EOF                  VALUE "J".
111400     88 PARM-N-EOF                VALUE "N".
111500 01  H-TEIL                       PIC 9(001).
111600 01  H-STICHTAG                   PIC 9(008).
111700 01  H-GRENZDATUM                 PIC 9(008).
111800 01  H-GUELTIG-TAGE               PIC 9(003).
111900 01  H-ANZ-AUSNAHMEN              PIC 9(007) COMP-3 VALUE ZERO.
112000 01  H-ANZ-VERFALLEN              PIC 9(007) COMP-3 VALUE ZERO.
112100 01  H-ANZ-NEU-VERFALLEN          PIC 9(007) COMP-3 VALUE ZERO.
112200 01  H-ANZ-GESPERRT               PIC 9(007) COMP-3 VALUE ZERO.
112300 01  DUMMY                        PIC X(001).
112400/****************************************************************
112500 PROCEDURE DIVISION.
112600*****************************************************************
112700 0000-MAINLINE SECTION.
112800 0000-MAINLINE-1001.
112900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
113000     MOVE C-TEIL-AUSNAHMEN        TO H-TEIL
113100     MOVE "VORGELEGTE SCHECKS MIT AUSNAHME"
113200                                  TO SCK-T-TEXT
113300     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
113400     MOVE C-TEIL-VERFALLEN        TO H-TEIL
113500     MOVE "VERFALLENE SCHECKS ZUR STORNIERUNG"
113600                                  TO SCK-T-TEXT
113700     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
113800     MOVE C-TEIL-GESPERRT         TO H-TEIL
113900     MOVE "GESPERRTE SCHECKS, NICHT VORGELEGT"
114000                                  TO SCK-T-TEXT
114100     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
114200     PERFORM 3000-ENDE-SCHREIBEN  THRU 3000-ENDE-SCHREIBEN-EXIT
114300     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
114400     STOP RUN
114500     .
114600 0000-MAINLINE-1002.
114700     EXIT.
114800/---------------------------------------------------------------*
114900* Initialisierung: Parameter lesen, Grenzdatum fuer den Verfall *
115000* ermitteln, Kopfzeile schreiben                                *
115100*---------------------------------------------------------------*
115200 1000-INITIALISIERUNG SECTION.
115300 1000-INITIALISIERUNG-1001.
115400     OPEN INPUT  SCKPARM
115500     OPEN OUTPUT SCKAUS
115600     ACCEPT H-STICHTAG            FROM DATE YYYYMMDD
115700     MOVE C-GUELTIG-STANDARD      TO H-GUELTIG-TAGE
115800     SET PARM-N-EOF               TO TRUE
115900     READ SCKPARM
116000       AT END
116100         SET PARM-EOF             TO TRUE
116200     END-READ
116300     IF PARM-N-EOF
116400     THEN
116500       IF SCK-P-GUELTIG-TAGE      NUMERIC
116600          AND SCK-P-GUELTIG-TAGE  > ZERO
116700       THEN
116800         MOVE SCK-P-GUELTIG-TAGE  TO H-GUELTIG-TAGE
116900       END-IF
117000       IF SCK-P-STICHTAG          NUMERIC
117100          AND SCK-P-STICHTAG      > ZERO
117200       THEN
117300         MOVE SCK-P-STICHTAG      TO H-STICHTAG
117400       END-IF
117500     END-IF
117600     COMPUTE H-GRENZDATUM         =
117700             FUNCTION DATE-OF-INTEGER
117800             (FUNCTION INTEGER-OF-DATE (H-STICHTAG)
117900              - H-GUELTIG-TAGE)
118000     MOVE H-STICHTAG              TO SCK-K-STICHTAG
118100     MOVE H-GUELTIG-TAGE          TO SCK-K-GUELTIG-TAGE
118200     MOVE SCK-KOPF                TO SCK-DRUCKZEILE
118300     WRITE SCK-DRUCKZEILE
118400     .
118500 1000-INITIALISIERUNG-1002.
118600 1000-INITIALISIERUNG-EXIT.
118700     EXIT.
118800/---------------------------------------------------------------*
118900* Verarbeitung: Scheckregister fuer den Listenteil H-TEIL       *
119000* durchlaufen                                                   *
119100*---------------------------------------------------------------*
119200 2000-VERARBEITUNG SECTION.
119300 2000-VERARBEITUNG-1001.
119400     MOVE SPACE                   TO SCK-DRUCKZEILE
119500     WRITE SCK-DRUCKZEILE
119600     MOVE SCK-TEIL-KOPF           TO SCK-DRUCKZEILE
119700     WRITE SCK-DRUCKZEILE
119800     MOVE C-1                     TO H-LFD-ZEILE
119900     PERFORM 2100-LESEN-SCHECK-ZEILE
120000                                THRU 2100-LESEN-SCHECK-ZEILE-EXIT
120100     PERFORM UNTIL SCHECK-N-GEFUNDEN
120200       EVALUATE TRUE
120300       WHEN H-TEIL                = C-TEIL-AUSNAHMEN
120400        AND (KA0AKSK-OHNE-AUSSTELLUNG
120500          OR KA0AKSK-BETRAG-ABW
120600          OR KA0AKSK-GESPERRT-VORGEL)
120700         ADD C-1                  TO H-ANZ-AUSNAHMEN
120800         PERFORM 2200-SCHECK-MELDEN
120900                                THRU 2200-SCHECK-MELDEN-EXIT
121000       WHEN H-TEIL                = C-TEIL-VERFALLEN
121100        AND (KA0AKSK-AUSGESTELLT
121200          OR KA0AKSK-VERFALLEN)
121300        AND KA0AKSK-AUSSTELL-DATUM < H-GRENZDATUM
121400         ADD C-1                  TO H-ANZ-VERFALLEN
121500         PERFORM 2200-SCHECK-MELDEN
121600                                THRU 2200-SCHECK-MELDEN-EXIT
121700         IF KA0AKSK-AUSGESTELLT
121800         THEN
121900           PERFORM 2300-VERFALL-VORMERKEN
122000                                THRU 2300-VERFALL-VORMERKEN-EXIT
122100         END-IF
122200       WHEN H-TEIL                = C-TEIL-GESPERRT
122300        AND KA0AKSK-GESPERRT
122400        AND (KA0AKSK-AUSGESTELLT
122500          OR KA0AKSK-VERFALLEN)
122600         ADD C-1                  TO H-ANZ-GESPERRT
122700         PERFORM 2200-SCHECK-MELDEN
122800                                THRU 2200-SCHECK-MELDEN-EXIT
122900       WHEN OTHER
123000         CONTINUE
123100       END-EVALUATE
123200       ADD C-1                    TO H-LFD-ZEILE
123300       PERFORM 2100-LESEN-SCHECK-ZEILE
123400                                THRU 2100-LESEN-SCHECK-ZEILE-EXIT
123500     END-PERFORM
123600     .
123700 2000-VERARBEITUNG-1002.
123800 2000-VERARBEITUNG-EXIT.
123900     EXIT.
124000/---------------------------------------------------------------*
124100* Zeile aus KA02AKSK lesen                                      *
124200*---------------------------------------------------------------*
124300 2100-LESEN-SCHECK-ZEILE SECTION.
124400 2100-LESEN-SCHECK-ZEILE-1001.
124500     MOVE H-LFD-ZEILE             TO KA0AKSK-ZEILENNUMMER
124600     CALL "CGSTAB" USING
124700          C-TAB-LESEN-ZEILE
124800          C-KONFIG-ID-KA
124900          C-OBJEKT-TAB-KA03AKSK
125000          GSOVER-VERSTAENDIGUNGSBEREICH
125100          KA0AKSK-EINGABEBEREICH
125200          KA0AKSK-AUSGABEBEREICH
125300          DUMMY
125400     END-CALL
125500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
125600     THEN
125700       SET SCHECK-GEFUNDEN        TO TRUE
125800     ELSE
125900       SET SCHECK-N-GEFUNDEN      TO TRUE
126000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
126100     END-IF
126200     .
126300 2100-LESEN-SCHECK-ZEILE-1002.
126400 2100-LESEN-SCHECK-ZEILE-EXIT.
126500     EXIT.
126600/---------------------------------------------------------------*
126700* Scheck in die Ausgabedatei melden                             *
126800*---------------------------------------------------------------*
126900 2200-SCHECK-MELDEN SECTION.
127000 2200-SCHECK-MELDEN-1001.
127100     MOVE KA0AKSK-AK-NUMMER       TO SCK-D-AK-NUMMER
127200     MOVE KA0AKSK-SCHECK-NR       TO SCK-D-SCHECK-NR
127300     EVALUATE TRUE
127400     WHEN KA0AKSK-OHNE-AUSSTELLUNG
127500       MOVE "OHNE AUSSTELLUNG"    TO SCK-D-ART
127600     WHEN KA0AKSK-BETRAG-ABW
127700       MOVE "BETRAG ABWEICHT"     TO SCK-D-ART
127800     WHEN KA0AKSK-GESPERRT-VORGEL
127900       MOVE "TROTZ SPERRE"        TO SCK-D-ART
128000     WHEN H-TEIL                  = C-TEIL-VERFALLEN
128100       MOVE "VERFALLEN"           TO SCK-D-ART
128200     WHEN OTHER
128300       MOVE "GESPERRT"            TO SCK-D-ART
128400     END-EVALUATE
128500     MOVE KA0AKSK-AUSSTELL-DATUM  TO SCK-D-AUSSTELL-DATUM
128600     MOVE KA0AKSK-BETRAG          TO SCK-D-BETRAG
128700     MOVE KA0AKSK-WAEHRUNG        TO SCK-D-WAEHRUNG
128800     MOVE KA0AKSK-VORLAGE-DATUM   TO SCK-D-VORLAGE-DATUM
128900     MOVE KA0AKSK-VORLAGE-BETRAG  TO SCK-D-VORLAGE-BETRAG
129000     MOVE KA0AKSK-SPERR-KZ        TO SCK-D-SPERR-KZ
129100     MOVE KA0AKSK-EMPFAENGER      TO SCK-D-EMPFAENGER
129200     MOVE SCK-DETAIL              TO SCK-DRUCKZEILE
129300     WRITE SCK-DRUCKZEILE
129400     .
129500 2200-SCHECK-MELDEN-1002.
129600 2200-SCHECK-MELDEN-EXIT.
129700     EXIT.
129800/---------------------------------------------------------------*
129900* Ausgestellten Scheck auf "verfallen" stellen (Status V)       *
130000*---------------------------------------------------------------*
130100 2300-VERFALL-VORMERKEN SECTION.
130200 2300-VERFALL-VORMERKEN-1001.
130300     MOVE KA0AKSK-AK-NUMMER       TO KAI0ASK-AK-NUMMER
130400     MOVE KA0AKSK-SCHECK-NR       TO KAI0ASK-SCHECK-NR
130500     MOVE KA0AKSK-HERKUNFT        TO KAO0ASK-HERKUNFT
130600     MOVE KA0AKSK-KONTO-ID        TO KAO0ASK-KONTO-ID
130700     MOVE KA0AKSK-BETRAG          TO KAO0ASK-BETRAG
130800     MOVE KA0AKSK-WAEHRUNG        TO KAO0ASK-WAEHRUNG
130900     MOVE KA0AKSK-EMPFAENGER      TO KAO0ASK-EMPFAENGER
131000     MOVE KA0AKSK-AUSSTELL-DATUM  TO KAO0ASK-AUSSTELL-DATUM
131100     SET KAO0ASK-VERFALLEN        TO TRUE
131200     MOVE KA0AKSK-SPERR-KZ        TO KAO0ASK-SPERR-KZ
131300     MOVE KA0AKSK-VORLAGE-DATUM   TO KAO0ASK-VORLAGE-DATUM
131400     MOVE KA0AKSK-VORLAGE-BETRAG  TO KAO0ASK-VORLAGE-BETRAG
131500     MOVE H-STICHTAG              TO KAO0ASK-AENDERUNG-DATUM
131600     CALL "CGSTAB" USING
131700          C-TAB-SCHREIBEN-EQUAL
131800          C-KONFIG-ID-KA
131900          C-OBJEKT-TAB-KA02AKSK
132000          GSOVER-VERSTAENDIGUNGSBEREICH
132100          KAI0ASK-EINGABEBEREICH
132200          KAO0ASK-AUSGABEBEREICH
132300          GSTTAB-EIN-AUSGABEBEREICH
132400     END-CALL
132500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
132600     THEN
132700       ADD C-1                    TO H-ANZ-NEU-VERFALLEN
132800     ELSE
132900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133000     END-IF
133100     .
133200 2300-VERFALL-VORMERKEN-1002.
133300 2300-VERFALL-VORMERKEN-EXIT.
133400     EXIT.
133500/---------------------------------------------------------------*
133600* Summenzeile                                                   *
133700*---------------------------------------------------------------*
133800 3000-ENDE-SCHREIBEN SECTION.
133900 3000-ENDE-SCHREIBEN-1001.
134000     MOVE H-ANZ-AUSNAHMEN         TO SCK-X-AUSNAHMEN
134100     MOVE H-ANZ-VERFALLEN         TO SCK-X-VERFALLEN
134200     MOVE H-ANZ-NEU-VERFALLEN     TO SCK-X-NEU-VERFALLEN
134300     MOVE H-ANZ-GESPERRT          TO SCK-X-GESPERRT
134400     MOVE SPACE                   TO SCK-DRUCKZEILE
134500     WRITE SCK-DRUCKZEILE
134600     MOVE SCK-ENDE                TO SCK-DRUCKZEILE
134700     WRITE SCK-DRUCKZEILE
134800     .
134900 3000-ENDE-SCHREIBEN-1002.
135000 3000-ENDE-SCHREIBEN-EXIT.
135100     EXIT.
135200/---------------------------------------------------------------*
135300* Programmende                                                  *
135400*---------------------------------------------------------------*
135500 9999-EXIT SECTION.
135600 9999-EXIT-1001.
135700     CLOSE SCKPARM
135800     CLOSE SCKAUS
135900     .
136000 9999-EXIT-1002.
136100 9999-EXIT-EXIT.
136200     EXIT.
