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
000160*@Titel         : Rueckruffaelle camt.056 und Antworten camt.029
000160*@Elementname   : akarcl.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Tageslauf Rueckruffaelle                   *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Tageslauf fuer die Rueckrufe anderer Banken (camt.056)    *
001900* und unsere Antworten (camt.029), Register KA02AKRC.       *
002000* RCLPARM liefert das Laufdatum, die Antwortfrist und die   *
002100* Vorwarnzeit in Geschaeftstagen, ohne Angabe 10 und 2.     *
002200* Durchgang 1: RCLIN enthaelt die vom Konverter aufbe-      *
002300* reiteten Rueckrufe (Fall-Id, Absender, Original-          *
002400* referenzen, Betrag, Grund, optional das gutgeschriebene   *
002500* Konto). Der Originalposten wird ueber die End-to-End-Id   *
002600* (ersatzweise die UETR) und den Betrag gesucht, offen,     *
002700* in Klaerung, freizugeben oder geschlossen (AKA5OF). Ist   *
002800* das Konto angegeben, wird nur dessen Abstimmkreis         *
002900* durchsucht, sonst alle Kreise. Der Fall wird mit Frist    *
003000* (Eingang + Antwortfrist in Geschaeftstagen, AKAFTG)       *
003100* angelegt, "O" mit bzw. "N" ohne gefundenen Posten; am     *
003200* Posten wird eine Notiz angehaengt (AKABEM). Bereits       *
003300* bekannte Faelle werden als doppelt protokolliert.         *
003400* Die Entscheidung wird im Dialog ueber AKA4OF              *
003500* (01-STD-RCL-ANTWORT) erfasst.                             *
003600* Durchgang 2: fuer entschiedene Faelle wird die Antwort    *
003700* nach RCLANT geschrieben (ACCR/RJCR mit Grund) und der     *
003800* Fall auf "versendet" gesetzt. Unbeantwortete Faelle       *
003900* mit abgelaufener oder naher Frist werden in RCLAUS        *
004000* gelistet. Abstimmkreise mit Hochvolumen-Ablage            *
004100* (BKAAPHV) werden nicht durchsucht.                        *
004200*@E-ELEMENTBESCHREIBUNG                                     *
004300*                                                           *
004400*@A-MODULAUFRUF                                             *
004500* AKA5OF : Trefferliste APOs                                *
004600* AKAFTG : Anzahl Geschaeftstage                            *
004700* AKABEM : Bearbeitungsnotiz anhaengen                      *
004800*@E-MODULAUFRUF                                             *
004900*                                                           *
005000*@A-COBOL-COPY                                              *
005100* Benoetigte COBOL-Copies:                                  *
005200* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005400* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005500* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005600* CKA0AKRC   : ZEILENSCAN KA03AKRC                          *
005700* CKAI0ARC   : EINGABEBEREICH KA02AKRC                      *
005800* CKAO0ARC   : AUSGABEBEREICH KA02AKRC                      *
005900* CKAI1AKK   : EINGABEBEREICH KA01AKKTO                     *
006000* CKAO0AKK   : AUSGABEBEREICH KA01AKKTO                     *
006100* CKAI0AKR   : EINGABEBEREICH KA01AKRS                      *
006200* CKAO0AKR   : AUSGABEBEREICH KA01AKRS                      *
006300* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
006400* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
006500* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
006600* DKAXIND    : INDICES AKA5OF                               *
006700* CKAXIND    : INDICES AKA5OF                               *
006800* CKAIFTG1   : EINGABEBEREICH AKAFTG                        *
006900* CKAOFTG1   : AUSGABEBEREICH AKAFTG                        *
007000* CKAIBEM    : SCHNITTSTELLE AKABEM                         *
007100*@E-COBOL-COPY                                              *
007200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58784                                                *     D01
090052*     Neuanlage - Rueckruffaelle camt.056 mit Antwortfrist, *     D01
090053*     Antwortdatei camt.029 und Fristueberwachung.          *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKARCL.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT RCLPARM               ASSIGN TO "RCLPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT RCLIN                 ASSIGN TO "RCLIN"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT RCLANT                ASSIGN TO "RCLANT"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT RCLAUS                ASSIGN TO "RCLAUS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  RCLPARM
102100     RECORDING MODE IS F.
102200 01  RCL-PARM-SATZ.
102300     05 RCL-P-LAUFDATUM           PIC 9(008).
102400     05 FILLER                    PIC X(001).
102500     05 RCL-P-FRIST-TAGE          PIC 9(003).
102600     05 FILLER                    PIC X(001).
102700     05 RCL-P-WARN-TAGE           PIC 9(003).
102800 FD  RCLIN
102900     RECORDING MODE IS F.
103000 01  RCL-EIN-SATZ.
103100     05 RCL-E-FALL-ID             PIC X(035).
103200     05 RCL-E-EINGANG-DATUM       PIC 9(008).
103300     05 RCL-E-ABSENDER-BIC        PIC X(011).
103400     05 RCL-E-END-TO-END-ID       PIC X(035).
103500     05 RCL-E-UETR                PIC X(036).
103600     05 RCL-E-INSTRUCTION-ID      PIC X(035).
103700     05 RCL-E-BETRAG              PIC 9(013)V9(003).
103800     05 RCL-E-WAEHRUNG            PIC X(003).
103900     05 RCL-E-VALUTA              PIC 9(008).
104000     05 RCL-E-GRUND               PIC X(004).
104100     05 RCL-E-HERKUNFT            PIC X(011).
104200     05 RCL-E-KONTO-ID            PIC X(035).
104300 FD  RCLANT
104400     RECORDING MODE IS F.
104500 01  RCL-ANT-SATZ.
104600     05 RCL-A-FALL-ID             PIC X(035).
104700     05 RCL-A-EMPFAENGER-BIC      PIC X(011).
104800     05 RCL-A-ANTWORT-DATUM       PIC 9(008).
104900     05 RCL-A-STATUS              PIC X(004).
105000     05 RCL-A-GRUND               PIC X(004).
105100     05 RCL-A-END-TO-END-ID       PIC X(035).
105200     05 RCL-A-UETR                PIC X(036).
105300     05 RCL-A-INSTRUCTION-ID      PIC X(035).
105400     05 RCL-A-BETRAG              PIC 9(013)V9(003).
105500     05 RCL-A-WAEHRUNG            PIC X(003).
105600     05 RCL-A-BEMERK              PIC X(060).
105700 FD  RCLAUS
105800     RECORDING MODE IS F.
105900 01  RCL-DRUCKZEILE               PIC X(150).
106000*---------------------------------------------------------------*
106100* WORKING-STORAGE-Section                                       *
106200*---------------------------------------------------------------*
106300 WORKING-STORAGE SECTION.
106400 01  VERS-INF.
106500     05  FILLER PIC X(13) VALUE "ELEM=akarcl  ".
106600     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106700/---------------------------------------------------------------*
106800* Konstanten                                                    *
106900*---------------------------------------------------------------*
107000 01  GS-KONSTANTEN.
107100     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
107200     20 C-AKARCL                  PIC X(008) VALUE "AKARCL".
107300     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
107400     20 C-OBJEKT-TAB-KA02AKRC     PIC X(009) VALUE "KA02AKRC".
107500     20 C-OBJEKT-TAB-KA03AKRC     PIC X(009) VALUE "KA03AKRC".
107600     20 C-OBJEKT-TAB-KA01AKKTO    PIC X(009) VALUE "KA01AKKTO".
107700     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
107800     20 C-OBJEKT-KA-FTG           PIC X(020) VALUE "AKAFTG".
107900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
108000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
108100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
108200                                  VALUE "SCHREIBEN-EQUAL".
108300     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
108400                                  VALUE "01-STD-APO-LIST-SUCHE".
108500     20 C-01-STD-ANZ-GESCHAEFTSTAGE
108600                                  PIC X(040) VALUE
108700                                  "01-STD-ANZ-GESCHAEFTSTAGE".
108800     20 C-01-INT-ANL-NOTIZ        PIC X(040)
108900                                  VALUE "01-INT-ANL-NOTIZ".
109000     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
109100     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
109200     20 C-ANZ-STATI               PIC 9(003) VALUE 4.
109300     20 C-J                       PIC X(001) VALUE "J".
109400     20 C-N                       PIC X(001) VALUE "N".
109500     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
109600     20 C-STD-FRIST-TAGE          PIC 9(003) VALUE 10.
109700     20 C-STD-WARN-TAGE           PIC 9(003) VALUE 2.
109800     20 C-NOTPROVIDED             PIC X(035) VALUE "NOTPROVIDED".
109900     20 C-ANTWORT-ANGENOMMEN      PIC X(004) VALUE "ACCR".
110000     20 C-ANTWORT-ABGELEHNT       PIC X(004) VALUE "RJCR".
110100/---------------------------------------------------------------*
110200* Durchsuchte Postenstati (offen, Klaerung, freizugeben,        *
110300* geschlossen)                                                  *
110400*---------------------------------------------------------------*
110500 01  C-STATUS-LISTE.
110600     05 FILLER                    PIC X(004) VALUE "2358".
110700 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
110800     05 C-STATUS-WERT             PIC 9(001) OCCURS 4.
110900 01  C-MELDUNGEN.
111000     05 C-MELD-NEU                PIC X(012) VALUE "NEU         ".
111100     05 C-MELD-OHNE-APO           PIC X(012) VALUE "NEU OHNE APO".
111200     05 C-MELD-DOPPELT            PIC X(012) VALUE "DOPPELT     ".
111300     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
111400     05 C-MELD-ANTWORT            PIC X(012) VALUE "ANTWORT     ".
111500     05 C-MELD-UEBERFAELLIG       PIC X(012) VALUE "UEBERFAELLIG".
111600     05 C-MELD-FRIST-NAH          PIC X(012) VALUE "FRIST NAH   ".
111700     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
111800/---------------------------------------------------------------*
111900* Formatzeilen Protokoll RCLAUS                                 *
112000*---------------------------------------------------------------*
112100 01  RCL-DETAIL.
112200     05 RCL-D-MELDUNG             PIC X(012).
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 RCL-D-FALL-ID             PIC X(035).
112500     05 FILLER                    PIC X(001) VALUE SPACE.
112600     05 RCL-D-ABSENDER-BIC        PIC X(011).
112700     05 FILLER                    PIC X(001) VALUE SPACE.
112800     05 RCL-D-GRUND               PIC X(004).
112900     05 FILLER                    PIC X(001) VALUE SPACE.
113000     05 RCL-D-BETRAG              PIC Z(013)9,999.
113100     05 FILLER                    PIC X(001) VALUE SPACE.
113200     05 RCL-D-WAEHRUNG            PIC X(003).
113300     05 FILLER                    PIC X(001) VALUE SPACE.
113400     05 RCL-D-AK-NUMMER           PIC 9(005).
113500     05 FILLER                    PIC X(001) VALUE SPACE.
113600     05 RCL-D-LFD-NR              PIC 9(007).
113700     05 FILLER                    PIC X(001) VALUE SPACE.
113800     05 RCL-D-APO-STATUS          PIC 9(001).
113900     05 FILLER                    PIC X(001) VALUE SPACE.
114000     05 RCL-D-SCHLIESSUNGSNR      PIC 9(012).
114100     05 FILLER                    PIC X(001) VALUE SPACE.
114200     05 RCL-D-FRIST-DATUM         PIC 9(008).
114300     05 FILLER                    PIC X(001) VALUE SPACE.
114400     05 RCL-D-REST-TAGE           PIC -(003)9.
114500     05 FILLER                    PIC X(001) VALUE SPACE.
114600     05 RCL-D-STATUS              PIC X(001).
114700     05 FILLER                    PIC X(017) VALUE SPACE.
114800 01  RCL-ENDE.
114900     05 FILLER                    PIC X(016) VALUE
115000        "EINGANG:        ".
115100     05 RCL-X-EINGANG             PIC Z(006)9.
115200     05 FILLER                    PIC X(016) VALUE
115300        "  OHNE APO:     ".
115400     05 RCL-X-OHNE-APO            PIC Z(006)9.
115500     05 FILLER                    PIC X(016) VALUE
115600        "  DOPPELT:      ".
115700     05 RCL-X-DOPPELT             PIC Z(006)9.
115800     05 FILLER                    PIC X(016) VALUE
115900        "  ANTWORTEN:    ".
116000     05 RCL-X-ANTWORTEN           PIC Z(006)9.
116100     05 FILLER                    PIC X(016) VALUE
116200        "  UEBERFAELLIG: ".
116300     05 RCL-X-UEBERFAELLIG        PIC Z(006)9.
116400     05 FILLER                    PIC X(016) VALUE
116500        "  FRIST NAH:    ".
116600     05 RCL-X-FRIST-NAH           PIC Z(006)9.
116700     05 FILLER                    PIC X(016) VALUE
116800        "  FEHLER:       ".
116900     05 RCL-X-FEHLER              PIC Z(006)9.
117000/---------------------------------------------------------------*
117100* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
117200*---------------------------------------------------------------*
117300  COPY DCTGRCGE.
117400  COPY CGSOVER.
117500  COPY CGSTTAB.
117600  COPY CKA0AKRS.
117700  COPY CKA0AKRC.
117800  COPY CKAI0ARC.
117900  COPY CKAO0ARC.
118000  COPY CKAI1AKK.
118100  COPY CKAO0AKK.
118200  COPY CKAI0AKR.
118300  COPY CKAO0AKR.
118400  COPY DKAXIND.
118500  COPY CKAXIND.
118600  COPY CKAI5OF3.
118700  COPY CKAO5OF2.
118800  COPY CKAT5OF1.
118900  COPY CKAIFTG1.
119000  COPY CKAOFTG1.
119100  COPY CKAIBEM.
119200 01  DUMMY                        PIC X(001).
119300/---------------------------------------------------------------*
119400* Hilfsvariable                                                 *
119500*---------------------------------------------------------------*
119600 01  H-EIN-STATUS                 PIC X(001).
119700     88 EIN-EOF                   VALUE "J".
119800     88 EIN-N-EOF                 VALUE "N".
119900 01  H-AK-GEFUNDEN                PIC X(001).
120000     88 AKRS-GEFUNDEN             VALUE "J".
120100     88 AKRS-N-GEFUNDEN           VALUE "N".
120200 01  H-RC-STATUS                  PIC X(001).
120300     88 RC-GEFUNDEN               VALUE "J".
120400     88 RC-N-GEFUNDEN             VALUE "N".
120500 01  H-ABLAGE                     PIC X(001).
120600     88 ABLAGE-BKAAPO             VALUE "A".
120700     88 ABLAGE-BKAAPHV            VALUE "H".
120800 01  H-SEITEN-KZ                  PIC X(001).
120900     88 SEITEN-WEITER             VALUE "J".
121000     88 SEITEN-FERTIG             VALUE "N".
121100 01  H-TREFFER-KZ                 PIC X(001).
121200     88 TREFFER-GEFUNDEN          VALUE "J".
121300     88 TREFFER-N-GEFUNDEN        VALUE "N".
121400 01  H-FTG-KZ                     PIC X(001).
121500     88 FTG-OK                    VALUE "J".
121600     88 FTG-FEHLER                VALUE "N".
121700 01  H-AUFSETZ-KZ                 PIC X(001).
121800 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
121900 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
122000 01  H-ST-IND                     PIC 9(003) COMP-3.
122100 01  H-INDEX                      PIC 9(003) COMP-3.
122200 01  H-AK-NUMMER                  PIC 9(005).
122300 01  H-STATUS-LAUF                PIC 9(001).
122400 01  H-LAUFDATUM                  PIC 9(008).
122500 01  H-FRIST-TAGE                 PIC 9(003).
122600 01  H-WARN-TAGE                  PIC 9(003).
122700 01  H-DATUM-VON                  PIC 9(008).
122800 01  H-DATUM-BIS                  PIC 9(008).
122900 01  H-ANZ-TAGE                   PIC S9(007) COMP-3.
123000 01  H-REST-TAGE                  PIC S9(007) COMP-3.
123100 01  H-BETRAG                     PIC S9(013)V9(003).
123200 01  H-BETRAG-NEG                 PIC S9(013)V9(003).
123300 01  H-SUCH-END-TO-END-ID         PIC X(035).
123400 01  H-SUCH-UETR                  PIC X(036).
123500 01  H-MELDUNG                    PIC X(012).
123600 01  H-ANZ-EINGANG                PIC 9(007) COMP-3 VALUE ZERO.
123700 01  H-ANZ-OHNE-APO               PIC 9(007) COMP-3 VALUE ZERO.
123800 01  H-ANZ-DOPPELT                PIC 9(007) COMP-3 VALUE ZERO.
123900 01  H-ANZ-ANTWORTEN              PIC 9(007) COMP-3 VALUE ZERO.
124000 01  H-ANZ-UEBERFAELLIG           PIC 9(007) COMP-3 VALUE ZERO.
124100 01  H-ANZ-FRIST-NAH              PIC 9(007) COMP-3 VALUE ZERO.
124200 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
124300/****************************************************************
124400 PROCEDURE DIVISION.
124500*****************************************************************
124600 0000-MAINLINE SECTION.
124700 0000-MAINLINE-1001.
124800     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
124900     PERFORM 2000-EINGANG         THRU 2000-EINGANG-EXIT
125000     PERFORM 3000-UEBERWACHUNG    THRU 3000-UEBERWACHUNG-EXIT
125100     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
125200     STOP RUN
125300     .
125400 0000-MAINLINE-1002.
125500     EXIT.
125600/---------------------------------------------------------------*
125700* Initialisierung: Parameter lesen und vorbelegen               *
125800*---------------------------------------------------------------*
125900 1000-INITIALISIERUNG SECTION.
126000 1000-INITIALISIERUNG-1001.
126100     OPEN INPUT  RCLPARM
126200     OPEN INPUT  RCLIN
126300     OPEN OUTPUT RCLANT
126400     OPEN OUTPUT RCLAUS
126500     READ RCLPARM
126600       AT END
126700         INITIALIZE RCL-PARM-SATZ
126800     END-READ
126900     IF RCL-P-LAUFDATUM           NUMERIC
127000        AND RCL-P-LAUFDATUM       > ZERO
127100     THEN
127200       MOVE RCL-P-LAUFDATUM       TO H-LAUFDATUM
127300     ELSE
127400       ACCEPT H-LAUFDATUM         FROM DATE YYYYMMDD
127500     END-IF
127600     IF RCL-P-FRIST-TAGE          NUMERIC
127700        AND RCL-P-FRIST-TAGE      > ZERO
127800     THEN
127900       MOVE RCL-P-FRIST-TAGE      TO H-FRIST-TAGE
128000     ELSE
128100       MOVE C-STD-FRIST-TAGE      TO H-FRIST-TAGE
128200     END-IF
128300     IF RCL-P-WARN-TAGE           NUMERIC
128400     THEN
128500       MOVE RCL-P-WARN-TAGE       TO H-WARN-TAGE
128600     ELSE
128700       MOVE C-STD-WARN-TAGE       TO H-WARN-TAGE
128800     END-IF
128900     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
129000     SET EIN-N-EOF                TO TRUE
129100     .
129200 1000-INITIALISIERUNG-1002.
129300 1000-INITIALISIERUNG-EXIT.
129400     EXIT.
129500/---------------------------------------------------------------*
129600* Durchgang 1: eingegangene Rueckrufe als Faelle anlegen        *
129700*---------------------------------------------------------------*
129800 2000-EINGANG SECTION.
129900 2000-EINGANG-1001.
130000     PERFORM UNTIL EIN-EOF
130100       READ RCLIN
130200         AT END
130300           SET EIN-EOF            TO TRUE
130400         NOT AT END
130500           PERFORM 2100-FALL-AUFNEHMEN
130600                                THRU 2100-FALL-AUFNEHMEN-EXIT
130700       END-READ
130800     END-PERFORM
130900     .
131000 2000-EINGANG-1002.
131100 2000-EINGANG-EXIT.
131200     EXIT.
131300/---------------------------------------------------------------*
131400* Einen Rueckruf aufnehmen: Fall pruefen, Originalposten        *
131500* suchen, Frist ermitteln und Fall schreiben                    *
131600*---------------------------------------------------------------*
131700 2100-FALL-AUFNEHMEN SECTION.
131800 2100-FALL-AUFNEHMEN-1001.
131900     IF RCL-E-FALL-ID             = SPACE
132000     THEN
132100       GO TO 2100-FALL-AUFNEHMEN-EXIT
132200     END-IF
132300     MOVE ZERO                    TO H-REST-TAGE
132400     MOVE RCL-E-FALL-ID           TO KAI0ARC-FALL-ID
132500     CALL "CGSTAB"
132600     USING C-TAB-LESEN-EQUAL
132700           C-KONFIG-ID-KA
132800           C-OBJEKT-TAB-KA02AKRC
132900           GSOVER-VERSTAENDIGUNGSBEREICH
133000           KAI0ARC-EINGABEBEREICH
133100           KAO0ARC-AUSGABEBEREICH
133200           GSTTAB-EIN-AUSGABEBEREICH
133300     END-CALL
133400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
133500     THEN
133600       ADD C-1                    TO H-ANZ-DOPPELT
133700       MOVE C-MELD-DOPPELT        TO H-MELDUNG
133800       PERFORM 2800-FALL-PROTOKOLL
133900                                THRU 2800-FALL-PROTOKOLL-EXIT
134000       GO TO 2100-FALL-AUFNEHMEN-EXIT
134100     END-IF
134200     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
134300     ADD C-1                      TO H-ANZ-EINGANG
134400     INITIALIZE KAO0ARC-AUSGABEBEREICH
134500     MOVE RCL-E-EINGANG-DATUM     TO KAO0ARC-EINGANG-DATUM
134600     IF RCL-E-EINGANG-DATUM       NOT NUMERIC
134700        OR RCL-E-EINGANG-DATUM    < 19000101
134800     THEN
134900       MOVE H-LAUFDATUM           TO KAO0ARC-EINGANG-DATUM
135000     END-IF
135100     MOVE RCL-E-ABSENDER-BIC      TO KAO0ARC-ABSENDER-BIC
135200     MOVE RCL-E-END-TO-END-ID     TO KAO0ARC-ORIG-END-TO-END-ID
135300     MOVE RCL-E-UETR              TO KAO0ARC-ORIG-UETR
135400     MOVE RCL-E-INSTRUCTION-ID    TO KAO0ARC-ORIG-INSTRUCTION-ID
135500     MOVE RCL-E-BETRAG            TO KAO0ARC-ORIG-BETRAG
135600     MOVE RCL-E-WAEHRUNG          TO KAO0ARC-WAEHRUNG
135700     MOVE RCL-E-VALUTA            TO KAO0ARC-ORIG-VALUTA
135800     MOVE RCL-E-GRUND             TO KAO0ARC-RUECKRUF-GRUND
135900     MOVE SPACE                   TO KAO0ARC-ANTWORT-STATUS
136000                                     KAO0ARC-AUSGLEICH-ART
136100*    Suchbegriff: End-to-End-Id, ersatzweise die UETR
136200     MOVE SPACE                   TO H-SUCH-END-TO-END-ID
136300                                     H-SUCH-UETR
136400     IF RCL-E-END-TO-END-ID       NOT = SPACE
136500        AND RCL-E-END-TO-END-ID   NOT = C-NOTPROVIDED
136600     THEN
136700       MOVE RCL-E-END-TO-END-ID   TO H-SUCH-END-TO-END-ID
136800     ELSE
136900       MOVE RCL-E-UETR            TO H-SUCH-UETR
137000     END-IF
137100     MOVE RCL-E-BETRAG            TO H-BETRAG
137200     COMPUTE H-BETRAG-NEG         = ZERO - H-BETRAG
137300     SET TREFFER-N-GEFUNDEN       TO TRUE
137400     MOVE C-MELD-NEU              TO H-MELDUNG
137500     IF H-SUCH-END-TO-END-ID      NOT = SPACE
137600        OR H-SUCH-UETR            NOT = SPACE
137700     THEN
137800       PERFORM 2150-POSTEN-ERMITTELN
137900                                THRU 2150-POSTEN-ERMITTELN-EXIT
138000     END-IF
138100     IF TREFFER-GEFUNDEN
138200     THEN
138300       SET KAO0ARC-APO-GEFUNDEN   TO TRUE
138400     ELSE
138500       SET KAO0ARC-APO-N-GEFUNDEN TO TRUE
138600       ADD C-1                    TO H-ANZ-OHNE-APO
138700       IF H-MELDUNG               = C-MELD-NEU
138800       THEN
138900         MOVE C-MELD-OHNE-APO     TO H-MELDUNG
139000       END-IF
139100     END-IF
139200     PERFORM 2500-FRIST-ERMITTELN THRU 2500-FRIST-ERMITTELN-EXIT
139300     PERFORM 2600-FALL-SCHREIBEN  THRU 2600-FALL-SCHREIBEN-EXIT
139400     IF TREFFER-GEFUNDEN
139500     THEN
139600       PERFORM 2700-NOTIZ-ANLEGEN THRU 2700-NOTIZ-ANLEGEN-EXIT
139700     END-IF
139800     PERFORM 2800-FALL-PROTOKOLL  THRU 2800-FALL-PROTOKOLL-EXIT
139900     .
140000 2100-FALL-AUFNEHMEN-1002.
140100 2100-FALL-AUFNEHMEN-EXIT.
140200     EXIT.
140300/---------------------------------------------------------------*
140400* Originalposten suchen: mit Kontoangabe im Abstimmkreis des    *
140500* Kontos, sonst in allen Abstimmkreisen                         *
140600*---------------------------------------------------------------*
140700 2150-POSTEN-ERMITTELN SECTION.
140800 2150-POSTEN-ERMITTELN-1001.
140900     MOVE ZERO                    TO H-AK-NUMMER
141000     IF RCL-E-KONTO-ID            NOT = SPACE
141100     THEN
141200       PERFORM 2200-AK-ERMITTELN  THRU 2200-AK-ERMITTELN-EXIT
141300     END-IF
141400     IF H-AK-NUMMER               NOT = ZERO
141500     THEN
141600       IF ABLAGE-BKAAPHV
141700       THEN
141800         MOVE H-AK-NUMMER         TO KAO0ARC-AK-NUMMER
141900         MOVE C-MELD-HOCHVOLUMEN  TO H-MELDUNG
142000       ELSE
142100         PERFORM 2300-POSTEN-SUCHEN
142200                                THRU 2300-POSTEN-SUCHEN-EXIT
142300       END-IF
142400       GO TO 2150-POSTEN-ERMITTELN-EXIT
142500     END-IF
142600     MOVE C-1                     TO H-LFD-ZEILE
142700     PERFORM 2260-LESEN-AKRS-ZEILE
142800                                THRU 2260-LESEN-AKRS-ZEILE-EXIT
142900     PERFORM UNTIL AKRS-N-GEFUNDEN
143000                OR TREFFER-GEFUNDEN
143100       IF NOT KA0AKRS-HOCHVOLUMEN-JA
143200       THEN
143300         MOVE KA0AKRS-AK-NUMMER   TO H-AK-NUMMER
143400         PERFORM 2300-POSTEN-SUCHEN
143500                                THRU 2300-POSTEN-SUCHEN-EXIT
143600       END-IF
143700       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
143800       PERFORM 2260-LESEN-AKRS-ZEILE
143900                                THRU 2260-LESEN-AKRS-ZEILE-EXIT
144000     END-PERFORM
144100     .
144200 2150-POSTEN-ERMITTELN-1002.
144300 2150-POSTEN-ERMITTELN-EXIT.
144400     EXIT.
144500/---------------------------------------------------------------*
144600* Abstimmkreis zum gutgeschriebenen Konto ermitteln             *
144700* (H-AK-NUMMER = 0: nicht zugeordnet)                           *
144800*---------------------------------------------------------------*
144900 2200-AK-ERMITTELN SECTION.
145000 2200-AK-ERMITTELN-1001.
145100     MOVE ZERO                    TO H-AK-NUMMER
145200     MOVE C-GELDKTO-UMSATZ-ABSTIMM
145300                                  TO KAI1AKK-ABSTIMM-ART
145400     MOVE RCL-E-HERKUNFT          TO KAI1AKK-HERKUNFT
145500     MOVE RCL-E-KONTO-ID          TO KAI1AKK-KONTO-ID
145600     MOVE RCL-E-WAEHRUNG          TO KAI1AKK-WAEHRUNG
145700     CALL "CGSTAB"
145800     USING C-TAB-LESEN-EQUAL
145900           C-KONFIG-ID-KA
146000           C-OBJEKT-TAB-KA01AKKTO
146100           GSOVER-VERSTAENDIGUNGSBEREICH
146200           KAI1AKK-EINGABEBEREICH
146300           KAO0AKK-AUSGABEBEREICH
146400           GSTTAB-EIN-AUSGABEBEREICH
146500     END-CALL
146600*    ohne Zuordnung der Waehrungstasche die des Kontos
146700     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
146800        AND KAI1AKK-WAEHRUNG      NOT = SPACE
146900     THEN
147000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
147100       MOVE SPACE                 TO KAI1AKK-WAEHRUNG
147200       CALL "CGSTAB"
147300       USING C-TAB-LESEN-EQUAL
147400             C-KONFIG-ID-KA
147500             C-OBJEKT-TAB-KA01AKKTO
147600             GSOVER-VERSTAENDIGUNGSBEREICH
147700             KAI1AKK-EINGABEBEREICH
147800             KAO0AKK-AUSGABEBEREICH
147900             GSTTAB-EIN-AUSGABEBEREICH
148000       END-CALL
148100     END-IF
148200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
148300     THEN
148400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
148500       GO TO 2200-AK-ERMITTELN-EXIT
148600     END-IF
148700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
148800                                  TO KAI0AKR-ABSTIMM-ART
148900     MOVE KAO0AKK-AK-NUMMER       TO KAI0AKR-AK-NUMMER
149000     CALL "CGSTAB"
149100     USING C-TAB-LESEN-EQUAL
149200           C-KONFIG-ID-KA
149300           C-OBJEKT-TAB-KA01AKRS
149400           GSOVER-VERSTAENDIGUNGSBEREICH
149500           KAI0AKR-EINGABEBEREICH
149600           KAO0AKR-AUSGABEBEREICH
149700           GSTTAB-EIN-AUSGABEBEREICH
149800     END-CALL
149900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
150000     THEN
150100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
150200       GO TO 2200-AK-ERMITTELN-EXIT
150300     END-IF
150400     MOVE KAO0AKK-AK-NUMMER       TO H-AK-NUMMER
150500     IF KAO0AKR-HOCHVOLUMEN-JA
150600     THEN
150700       SET ABLAGE-BKAAPHV         TO TRUE
150800     ELSE
150900       SET ABLAGE-BKAAPO          TO TRUE
151000     END-IF
151100     .
151200 2200-AK-ERMITTELN-1002.
151300 2200-AK-ERMITTELN-EXIT.
151400     EXIT.
151500/---------------------------------------------------------------*
151600* Zeile aus KA03AKRS lesen                                      *
151700*---------------------------------------------------------------*
151800 2260-LESEN-AKRS-ZEILE SECTION.
151900 2260-LESEN-AKRS-ZEILE-1001.
152000     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
152100     CALL "CGSTAB" USING
152200          C-TAB-LESEN-ZEILE
152300          C-KONFIG-ID-KA
152400          C-OBJEKT-TAB-KA03AKRS
152500          GSOVER-VERSTAENDIGUNGSBEREICH
152600          KA0AKRS-EINGABEBEREICH
152700          KA0AKRS-AUSGABEBEREICH
152800          DUMMY
152900     END-CALL
153000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
153100     THEN
153200       SET AKRS-GEFUNDEN          TO TRUE
153300       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
153400         ON SIZE ERROR CONTINUE
153500       END-ADD
153600     ELSE
153700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
153800       SET AKRS-N-GEFUNDEN        TO TRUE
153900     END-IF
154000     .
154100 2260-LESEN-AKRS-ZEILE-1002.
154200 2260-LESEN-AKRS-ZEILE-EXIT.
154300     EXIT.
154400/---------------------------------------------------------------*
154500* Posten des Abstimmkreises je Status seitenweise durchsuchen,  *
154600* bis ein Treffer gefunden ist                                  *
154700*---------------------------------------------------------------*
154800 2300-POSTEN-SUCHEN SECTION.
154900 2300-POSTEN-SUCHEN-1001.
155000     PERFORM VARYING H-ST-IND FROM 1 BY 1
155100             UNTIL H-ST-IND       > C-ANZ-STATI
155200                OR TREFFER-GEFUNDEN
155300       MOVE C-STATUS-WERT (H-ST-IND)
155400                                  TO H-STATUS-LAUF
155500       SET SEITEN-WEITER          TO TRUE
155600       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
155700       MOVE C-N                   TO H-AUFSETZ-KZ
155800       PERFORM 2400-APO-SEITE     THRU 2400-APO-SEITE-EXIT
155900               UNTIL SEITEN-FERTIG
156000                  OR TREFFER-GEFUNDEN
156100     END-PERFORM
156200     .
156300 2300-POSTEN-SUCHEN-1002.
156400 2300-POSTEN-SUCHEN-EXIT.
156500     EXIT.
156600/---------------------------------------------------------------*
156700* Eine Trefferseite BKAAPO ueber AKA5OF lesen (Suche ueber die  *
156800* End-to-End-Id bzw. die UETR)                                  *
156900*---------------------------------------------------------------*
157000 2400-APO-SEITE SECTION.
157100 2400-APO-SEITE-1001.
157200     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
157300     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
157400     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
157500     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
157600     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
157700     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
157800     IF H-SUCH-END-TO-END-ID      NOT = SPACE
157900     THEN
158000       MOVE H-SUCH-END-TO-END-ID  TO KAI5OF3-S-END-TO-END-ID
158100     ELSE
158200       MOVE H-SUCH-UETR           TO KAI5OF3-S-UETR
158300     END-IF
158400     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
158500     MOVE H-AUFSETZ-KZ            TO
158600                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
158700     CALL "AKA5OF" USING
158800          C-01-STD-APO-LIST-SUCHE
158900          C-KONFIG-ID-KA
159000          C-AKARCL
159100          GSOVER-VERSTAENDIGUNGSBEREICH
159200          KAI5OF3-EINGABEBEREICH
159300          KAO5OF2-AUSGABEBEREICH
159400          KAT5OF1-TRANSIENT-BEREICH
159500          KAXIND-INDICES
159600     END-CALL
159700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
159800     THEN
159900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
160000       SET SEITEN-FERTIG          TO TRUE
160100       GO TO 2400-APO-SEITE-EXIT
160200     END-IF
160300     PERFORM 2450-APO-TREFFER     THRU 2450-APO-TREFFER-EXIT
160400             VARYING H-INDEX FROM 1 BY 1
160500             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
160600                OR TREFFER-GEFUNDEN
160700     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
160800     THEN
160900       SET SEITEN-FERTIG          TO TRUE
161000     ELSE
161100       MOVE C-J                   TO H-AUFSETZ-KZ
161200     END-IF
161300     .
161400 2400-APO-SEITE-1002.
161500 2400-APO-SEITE-EXIT.
161600     EXIT.
161700/---------------------------------------------------------------*
161800* Treffer pruefen: Referenz gleich und Betrag gleich dem        *
161900* zurueckgerufenen Betrag (Soll- oder Habenposten)              *
162000*---------------------------------------------------------------*
162100 2450-APO-TREFFER SECTION.
162200 2450-APO-TREFFER-1001.
162300     IF H-SUCH-END-TO-END-ID      NOT = SPACE
162400     THEN
162500       IF KAO5OF2-APO-END-TO-END-ID (H-INDEX)
162600                                  NOT = H-SUCH-END-TO-END-ID
162700       THEN
162800         GO TO 2450-APO-TREFFER-EXIT
162900       END-IF
163000     ELSE
163100       IF KAO5OF2-APO-UETR (H-INDEX) NOT = H-SUCH-UETR
163200       THEN
163300         GO TO 2450-APO-TREFFER-EXIT
163400       END-IF
163500     END-IF
163600     IF KAO5OF2-APO-BETRAG (H-INDEX) NOT = H-BETRAG
163700        AND KAO5OF2-APO-BETRAG (H-INDEX) NOT = H-BETRAG-NEG
163800     THEN
163900       GO TO 2450-APO-TREFFER-EXIT
164000     END-IF
164100     SET TREFFER-GEFUNDEN         TO TRUE
164200     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
164300                                  TO KAO0ARC-AK-NUMMER
164400     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
164500                                  TO KAO0ARC-HERKUNFT
164600     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
164700                                  TO KAO0ARC-KONTO-ID
164800     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
164900                                  TO KAO0ARC-AUSZUGSDATUM
165000     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
165100                                  TO KAO0ARC-AUSZUGSNUMMER
165200     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
165300                                  TO KAO0ARC-AUSZUG-FNR
165400     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
165500                                  TO KAO0ARC-LFD-NR-APO
165600     MOVE KAO5OF2-APO-STATUS (H-INDEX)
165700                                  TO KAO0ARC-APO-STATUS-EINGANG
165800     MOVE KAO5OF2-APO-SCHLIESSUNGSNR (H-INDEX)
165900                                  TO KAO0ARC-SCHLIESSUNGSNR
166000     .
166100 2450-APO-TREFFER-1002.
166200 2450-APO-TREFFER-EXIT.
166300     EXIT.
166400/---------------------------------------------------------------*
166500* Antwortfrist: Eingang zuzueglich der Antwortfrist in          *
166600* Geschaeftstagen (Kalendertage als Naeherung, dann um die      *
166700* fehlenden Geschaeftstage verlaengern)                         *
166800*---------------------------------------------------------------*
166900 2500-FRIST-ERMITTELN SECTION.
167000 2500-FRIST-ERMITTELN-1001.
167100     COMPUTE KAO0ARC-FRIST-DATUM  = FUNCTION DATE-OF-INTEGER
167200           (FUNCTION INTEGER-OF-DATE (KAO0ARC-EINGANG-DATUM)
167300            + H-FRIST-TAGE)
167400     MOVE KAO0ARC-EINGANG-DATUM   TO H-DATUM-VON
167500     MOVE KAO0ARC-FRIST-DATUM     TO H-DATUM-BIS
167600     PERFORM 2550-GESCHAEFTSTAGE  THRU 2550-GESCHAEFTSTAGE-EXIT
167700     PERFORM UNTIL FTG-FEHLER
167800                OR H-ANZ-TAGE     >= H-FRIST-TAGE
167900       COMPUTE KAO0ARC-FRIST-DATUM = FUNCTION DATE-OF-INTEGER
168000             (FUNCTION INTEGER-OF-DATE (KAO0ARC-FRIST-DATUM)
168100              + H-FRIST-TAGE - H-ANZ-TAGE)
168200       MOVE KAO0ARC-FRIST-DATUM   TO H-DATUM-BIS
168300       PERFORM 2550-GESCHAEFTSTAGE
168400                                THRU 2550-GESCHAEFTSTAGE-EXIT
168500     END-PERFORM
168600     .
168700 2500-FRIST-ERMITTELN-1002.
168800 2500-FRIST-ERMITTELN-EXIT.
168900     EXIT.
169000/---------------------------------------------------------------*
169100* Geschaeftstage nach H-DATUM-VON bis einschliesslich           *
169200* H-DATUM-BIS ermitteln (AKAFTG)                                *
169300*---------------------------------------------------------------*
169400 2550-GESCHAEFTSTAGE SECTION.
169500 2550-GESCHAEFTSTAGE-1001.
169600     SET FTG-OK                   TO TRUE
169700     MOVE ZERO                    TO H-ANZ-TAGE
169800     MOVE H-DATUM-VON             TO KAIFTG1-DATUM-VON
169900     MOVE H-DATUM-BIS             TO KAIFTG1-DATUM-BIS
170000     CALL "AKAFTG"
170100     USING C-01-STD-ANZ-GESCHAEFTSTAGE
170200           C-KONFIG-ID-KA
170300           C-OBJEKT-KA-FTG
170400           GSOVER-VERSTAENDIGUNGSBEREICH
170500           KAIFTG1-EINGABEBEREICH
170600           KAOFTG1-AUSGABEBEREICH
170700     END-CALL
170800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
170900     THEN
171000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
171100       SET FTG-FEHLER             TO TRUE
171200       GO TO 2550-GESCHAEFTSTAGE-EXIT
171300     END-IF
171400     MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
171500                                  TO H-ANZ-TAGE
171600     .
171700 2550-GESCHAEFTSTAGE-1002.
171800 2550-GESCHAEFTSTAGE-EXIT.
171900     EXIT.
172000/---------------------------------------------------------------*
172100* Rueckruffall KA02AKRC schreiben                               *
172200*---------------------------------------------------------------*
172300 2600-FALL-SCHREIBEN SECTION.
172400 2600-FALL-SCHREIBEN-1001.
172500     CALL "CGSTAB"
172600     USING C-TAB-SCHREIBEN-EQUAL
172700           C-KONFIG-ID-KA
172800           C-OBJEKT-TAB-KA02AKRC
172900           GSOVER-VERSTAENDIGUNGSBEREICH
173000           KAI0ARC-EINGABEBEREICH
173100           KAO0ARC-AUSGABEBEREICH
173200           GSTTAB-EIN-AUSGABEBEREICH
173300     END-CALL
173400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
173500     THEN
173600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
173700       ADD C-1                    TO H-ANZ-FEHLER
173800       MOVE C-MELD-FEHLER         TO H-MELDUNG
173900     END-IF
174000     .
174100 2600-FALL-SCHREIBEN-1002.
174200 2600-FALL-SCHREIBEN-EXIT.
174300     EXIT.
174400/---------------------------------------------------------------*
174500* Notiz zum Rueckruf am Originalposten anhaengen (AKABEM), damit*
174600* auch der geschlossene Posten den Rueckruf zeigt               *
174700*---------------------------------------------------------------*
174800 2700-NOTIZ-ANLEGEN SECTION.
174900 2700-NOTIZ-ANLEGEN-1001.
175000     MOVE SPACE                   TO KAIBEM-EINGABEBEREICH
175100     MOVE C-01-INT-ANL-NOTIZ      TO KAIBEM-FUNKTION
175200     MOVE KAO0ARC-AK-NUMMER       TO KAIBEM-AK-NUMMER
175300     MOVE KAO0ARC-HERKUNFT        TO KAIBEM-HERKUNFT
175400     MOVE KAO0ARC-KONTO-ID        TO KAIBEM-KONTO-ID
175500     MOVE KAO0ARC-AUSZUGSDATUM    TO KAIBEM-AUSZUGSDATUM
175600     MOVE KAO0ARC-AUSZUGSNUMMER   TO KAIBEM-AUSZUGSNUMMER
175700     MOVE KAO0ARC-AUSZUG-FNR      TO KAIBEM-AUSZUG-FNR
175800     MOVE KAO0ARC-LFD-NR-APO      TO KAIBEM-LFD-NR-APO
175900     MOVE C-AKARCL                TO KAIBEM-USER
176000     MOVE ZERO                    TO KAIBEM-NEU-AK-NUMMER
176100     STRING "Rueckruf "           DELIMITED BY SIZE
176200            KAO0ARC-RUECKRUF-GRUND
176300                                  DELIMITED BY SIZE
176400            " Fall "              DELIMITED BY SIZE
176500            KAI0ARC-FALL-ID       DELIMITED BY SIZE
176600       INTO KAIBEM-TEXT
176700     END-STRING
176800     CALL "AKABEM"
176900     USING KAIBEM-EINGABEBEREICH
177000           KAOBEM-AUSGABEBEREICH
177100           GSOVER-VERSTAENDIGUNGSBEREICH
177200     END-CALL
177300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
177400     .
177500 2700-NOTIZ-ANLEGEN-1002.
177600 2700-NOTIZ-ANLEGEN-EXIT.
177700     EXIT.
177800/---------------------------------------------------------------*
177900* Protokollzeile zum Rueckruffall                               *
178000*---------------------------------------------------------------*
178100 2800-FALL-PROTOKOLL SECTION.
178200 2800-FALL-PROTOKOLL-1001.
178300     INITIALIZE RCL-DETAIL
178400     MOVE H-MELDUNG               TO RCL-D-MELDUNG
178500     MOVE KAI0ARC-FALL-ID         TO RCL-D-FALL-ID
178600     MOVE KAO0ARC-ABSENDER-BIC    TO RCL-D-ABSENDER-BIC
178700     MOVE KAO0ARC-RUECKRUF-GRUND  TO RCL-D-GRUND
178800     MOVE KAO0ARC-ORIG-BETRAG     TO RCL-D-BETRAG
178900     MOVE KAO0ARC-WAEHRUNG        TO RCL-D-WAEHRUNG
179000     MOVE KAO0ARC-AK-NUMMER       TO RCL-D-AK-NUMMER
179100     MOVE KAO0ARC-LFD-NR-APO      TO RCL-D-LFD-NR
179200     MOVE KAO0ARC-APO-STATUS-EINGANG
179300                                  TO RCL-D-APO-STATUS
179400     MOVE KAO0ARC-SCHLIESSUNGSNR  TO RCL-D-SCHLIESSUNGSNR
179500     MOVE KAO0ARC-FRIST-DATUM     TO RCL-D-FRIST-DATUM
179600     MOVE H-REST-TAGE             TO RCL-D-REST-TAGE
179700     MOVE KAO0ARC-STATUS          TO RCL-D-STATUS
179800     MOVE RCL-DETAIL              TO RCL-DRUCKZEILE
179900     WRITE RCL-DRUCKZEILE
180000     .
180100 2800-FALL-PROTOKOLL-1002.
180200 2800-FALL-PROTOKOLL-EXIT.
180300     EXIT.
180400/---------------------------------------------------------------*
180500* Durchgang 2: Antworten erzeugen und Fristen ueberwachen       *
180600*---------------------------------------------------------------*
180700 3000-UEBERWACHUNG SECTION.
180800 3000-UEBERWACHUNG-1001.
180900     MOVE ZERO                    TO H-REST-TAGE
181000     MOVE C-1                     TO H-LFD-ZEILE
181100     PERFORM 3100-LESEN-RC-ZEILE  THRU 3100-LESEN-RC-ZEILE-EXIT
181200     PERFORM UNTIL RC-N-GEFUNDEN
181300       MOVE KA0AKRC-AUSGABEBEREICH (1:35)
181400                                  TO KAI0ARC-EINGABEBEREICH
181500       MOVE KA0AKRC-AUSGABEBEREICH (36:)
181600                                  TO KAO0ARC-AUSGABEBEREICH
181700       EVALUATE TRUE
181800         WHEN KAO0ARC-ANTWORT-OFFEN
181900           PERFORM 3200-ANTWORT-ERZEUGEN
182000                                THRU 3200-ANTWORT-ERZEUGEN-EXIT
182100         WHEN KAO0ARC-OFFEN
182200           PERFORM 3300-FRIST-PRUEFEN
182300                                THRU 3300-FRIST-PRUEFEN-EXIT
182400         WHEN OTHER
182500           CONTINUE
182600       END-EVALUATE
182700       ADD C-1                    TO H-LFD-ZEILE
182800       PERFORM 3100-LESEN-RC-ZEILE
182900                                THRU 3100-LESEN-RC-ZEILE-EXIT
183000     END-PERFORM
183100     INITIALIZE RCL-ENDE
183200     MOVE H-ANZ-EINGANG           TO RCL-X-EINGANG
183300     MOVE H-ANZ-OHNE-APO          TO RCL-X-OHNE-APO
183400     MOVE H-ANZ-DOPPELT           TO RCL-X-DOPPELT
183500     MOVE H-ANZ-ANTWORTEN         TO RCL-X-ANTWORTEN
183600     MOVE H-ANZ-UEBERFAELLIG      TO RCL-X-UEBERFAELLIG
183700     MOVE H-ANZ-FRIST-NAH         TO RCL-X-FRIST-NAH
183800     MOVE H-ANZ-FEHLER            TO RCL-X-FEHLER
183900     MOVE RCL-ENDE                TO RCL-DRUCKZEILE
184000     WRITE RCL-DRUCKZEILE
184100     .
184200 3000-UEBERWACHUNG-1002.
184300 3000-UEBERWACHUNG-EXIT.
184400     EXIT.
184500/---------------------------------------------------------------*
184600* Zeile aus KA03AKRC lesen                                      *
184700*---------------------------------------------------------------*
184800 3100-LESEN-RC-ZEILE SECTION.
184900 3100-LESEN-RC-ZEILE-1001.
185000     MOVE H-LFD-ZEILE             TO KA0AKRC-ZEILENNUMMER
185100     CALL "CGSTAB" USING
185200          C-TAB-LESEN-ZEILE
185300          C-KONFIG-ID-KA
185400          C-OBJEKT-TAB-KA03AKRC
185500          GSOVER-VERSTAENDIGUNGSBEREICH
185600          KA0AKRC-EINGABEBEREICH
185700          KA0AKRC-AUSGABEBEREICH
185800          DUMMY
185900     END-CALL
186000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
186100     THEN
186200       SET RC-GEFUNDEN            TO TRUE
186300     ELSE
186400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
186500       SET RC-N-GEFUNDEN          TO TRUE
186600     END-IF
186700     .
186800 3100-LESEN-RC-ZEILE-1002.
186900 3100-LESEN-RC-ZEILE-EXIT.
187000     EXIT.
187100/---------------------------------------------------------------*
187200* Entschiedener Fall: Antwort camt.029 schreiben und den Fall   *
187300* auf "versendet" setzen                                        *
187400*---------------------------------------------------------------*
187500 3200-ANTWORT-ERZEUGEN SECTION.
187600 3200-ANTWORT-ERZEUGEN-1001.
187700     INITIALIZE RCL-ANT-SATZ
187800     MOVE KAI0ARC-FALL-ID         TO RCL-A-FALL-ID
187900     MOVE KAO0ARC-ABSENDER-BIC    TO RCL-A-EMPFAENGER-BIC
188000     MOVE H-LAUFDATUM             TO RCL-A-ANTWORT-DATUM
188100     IF KAO0ARC-ANGENOMMEN
188200     THEN
188300       MOVE C-ANTWORT-ANGENOMMEN  TO RCL-A-STATUS
188400     ELSE
188500       MOVE C-ANTWORT-ABGELEHNT   TO RCL-A-STATUS
188600     END-IF
188700     MOVE KAO0ARC-ANTWORT-GRUND   TO RCL-A-GRUND
188800     MOVE KAO0ARC-ORIG-END-TO-END-ID
188900                                  TO RCL-A-END-TO-END-ID
189000     MOVE KAO0ARC-ORIG-UETR       TO RCL-A-UETR
189100     MOVE KAO0ARC-ORIG-INSTRUCTION-ID
189200                                  TO RCL-A-INSTRUCTION-ID
189300     MOVE KAO0ARC-ORIG-BETRAG     TO RCL-A-BETRAG
189400     MOVE KAO0ARC-WAEHRUNG        TO RCL-A-WAEHRUNG
189500     MOVE KAO0ARC-BEMERK          TO RCL-A-BEMERK
189600     WRITE RCL-ANT-SATZ
189700     SET KAO0ARC-ANTWORT-VERSENDET
189800                                  TO TRUE
189900     MOVE H-LAUFDATUM             TO KAO0ARC-ANTWORT-DATUM
190000     ADD C-1                      TO H-ANZ-ANTWORTEN
190100     MOVE C-MELD-ANTWORT          TO H-MELDUNG
190200     MOVE ZERO                    TO H-REST-TAGE
190300     PERFORM 2600-FALL-SCHREIBEN  THRU 2600-FALL-SCHREIBEN-EXIT
190400     PERFORM 2800-FALL-PROTOKOLL  THRU 2800-FALL-PROTOKOLL-EXIT
190500     .
190600 3200-ANTWORT-ERZEUGEN-1002.
190700 3200-ANTWORT-ERZEUGEN-EXIT.
190800     EXIT.
190900/---------------------------------------------------------------*
191000* Unbeantworteter Fall: abgelaufene Frist bzw. Restfrist bis    *
191100* zur Vorwarnzeit listen                                        *
191200*---------------------------------------------------------------*
191300 3300-FRIST-PRUEFEN SECTION.
191400 3300-FRIST-PRUEFEN-1001.
191500     IF KAO0ARC-FRIST-DATUM       <= H-LAUFDATUM
191600     THEN
191700       MOVE H-LAUFDATUM           TO H-DATUM-BIS
191800       MOVE KAO0ARC-FRIST-DATUM   TO H-DATUM-VON
191900       PERFORM 2550-GESCHAEFTSTAGE
192000                                THRU 2550-GESCHAEFTSTAGE-EXIT
192100       COMPUTE H-REST-TAGE        = ZERO - H-ANZ-TAGE
192200       ADD C-1                    TO H-ANZ-UEBERFAELLIG
192300       MOVE C-MELD-UEBERFAELLIG   TO H-MELDUNG
192400       PERFORM 2800-FALL-PROTOKOLL
192500                                THRU 2800-FALL-PROTOKOLL-EXIT
192600       GO TO 3300-FRIST-PRUEFEN-EXIT
192700     END-IF
192800     MOVE H-LAUFDATUM             TO H-DATUM-VON
192900     MOVE KAO0ARC-FRIST-DATUM     TO H-DATUM-BIS
193000     PERFORM 2550-GESCHAEFTSTAGE  THRU 2550-GESCHAEFTSTAGE-EXIT
193100     IF FTG-FEHLER
193200        OR H-ANZ-TAGE             > H-WARN-TAGE
193300     THEN
193400       GO TO 3300-FRIST-PRUEFEN-EXIT
193500     END-IF
193600     MOVE H-ANZ-TAGE              TO H-REST-TAGE
193700     ADD C-1                      TO H-ANZ-FRIST-NAH
193800     MOVE C-MELD-FRIST-NAH        TO H-MELDUNG
193900     PERFORM 2800-FALL-PROTOKOLL  THRU 2800-FALL-PROTOKOLL-EXIT
194000     .
194100 3300-FRIST-PRUEFEN-1002.
194200 3300-FRIST-PRUEFEN-EXIT.
194300     EXIT.
194400/---------------------------------------------------------------*
194500* Programmende                                                  *
194600*---------------------------------------------------------------*
194700 9999-EXIT SECTION.
194800 9999-EXIT-1001.
194900     CLOSE RCLPARM
195000     CLOSE RCLIN
195100     CLOSE RCLANT
195200     CLOSE RCLAUS
195300     .
195400 9999-EXIT-1002.
195500 9999-EXIT-EXIT.
195600     EXIT.
