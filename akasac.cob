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
000160*@Titel         : Sanktionspruefung einer Gegenpartei
000160*@Elementname   : akasac.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Sanktionspruefung                          *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Gemeinsamer Dienst fuer das Sanktionslisten-Screening     *
001900* (AKASAN) und die ausgehenden Aktionen (Schreiben          *
002000* AKAMHN/AKAZIF, Rueckleitungen AKARLV, Netting AKANET).    *
002100* 01-INT-SAN-PRUEFEN prueft eine Gegenpartei mit Name,      *
002200* BIC und Konto-Id gegen die Eintraege der aktuellen        *
002300* Listenversion in KA02AKSA (Konto-Id, BIC 8-stellig,       *
002400* normierter Name, je exakter Vergleich) und fuehrt das     *
002500* Ergebnis im Pruefregister KA02AKSP (Schluessel            *
002600* Konto-Id, ohne Konto-Id der normierte Name):              *
002700* - O ohne Treffer, T neuer Treffer (Compliance prueft),    *
002800* - F bleibt erhalten, solange derselbe Listeneintrag       *
002900*   trifft, B bleibt bis zur Freigabe durch Compliance.     *
003000* Ist die Gegenpartei gegen die aktuelle Version bereits    *
003100* geprueft, gilt der Registerstatus ohne neue Pruefung      *
003200* (ausser ERZWINGEN-KZ "J"). T und B ergeben "anhalten".    *
003300* Ohne geladene Liste ist jede Gegenpartei frei.            *
003400* 01-INT-SAN-NORMIEREN liefert nur die normierten Werte.    *
003500*@E-ELEMENTBESCHREIBUNG                                     *
003600*                                                           *
003700*@A-MODULAUFRUF                                             *
003800* CALL "AKASAC" USING KAISAC-EINGABEBEREICH                 *
003900*                     KAOSAC-AUSGABEBEREICH                 *
004000*                     GSOVER-VERSTAENDIGUNGSBEREICH         *
004100*@E-MODULAUFRUF                                             *
004200*                                                           *
004300*@A-COBOL-COPY                                              *
004400* Benoetigte COBOL-Copies:                                  *
004500* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004600* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004700* CKAI0ASA   : EINGABEBEREICH KA02AKSA                      *
004800* CKAO0ASA   : AUSGABEBEREICH KA02AKSA                      *
004900* CKAI0ASP   : EINGABEBEREICH KA02AKSP                      *
005000* CKAO0ASP   : AUSGABEBEREICH KA02AKSP                      *
005100* CKAISAC    : EINGABEBEREICH AKASAC                        *
005200* CKAOSAC    : AUSGABEBEREICH AKASAC                        *
005300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005400*@E-COBOL-COPY                                              *
005500*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58788                                                *     D01
090052*     Neuanlage - Sanktionspruefung von Gegenparteien mit   *     D01
090053*     Pruefregister fuer Screening und ausgehende Aktionen. *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASAC.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akasac  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
102000                                  VALUE "SCHREIBEN-EQUAL".
102100     20 C-OBJEKT-TAB-KA02AKSA     PIC X(009) VALUE "KA02AKSA".
102200     20 C-OBJEKT-TAB-KA02AKSP     PIC X(009) VALUE "KA02AKSP".
102300     20 C-01-INT-SAN-PRUEFEN      PIC X(040) VALUE
102400                                  "01-INT-SAN-PRUEFEN".
102500     20 C-01-INT-SAN-NORMIEREN    PIC X(040) VALUE
102600                                  "01-INT-SAN-NORMIEREN".
102700     20 C-KLEIN                   PIC X(026) VALUE
102800                                  "abcdefghijklmnopqrstuvwxyz".
102900     20 C-GROSS                   PIC X(026) VALUE
103000                                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
103100     20 C-ART-KONTO               PIC X(001) VALUE "K".
103200     20 C-ART-BIC                 PIC X(001) VALUE "B".
103300     20 C-ART-NAME                PIC X(001) VALUE "N".
103400     20 C-ART-VERSION             PIC X(001) VALUE "V".
103500     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
103600/---------------------------------------------------------------*
103700* Tabellenzugriff Sanktionsliste und Pruefregister              *
103800*---------------------------------------------------------------*
103900  COPY DCTGRCGE.
104000  COPY CGSTTAB.
104100  COPY CKAI0ASA.
104200  COPY CKAO0ASA.
104300  COPY CKAI0ASP.
104400  COPY CKAO0ASP.
104500/---------------------------------------------------------------*
104600* Hilfsvariable                                                 *
104700*---------------------------------------------------------------*
104800 01  H-IND                        PIC 9(004) COMP-3.
104900 01  H-ZIEL-IND                   PIC 9(004) COMP-3.
105000 01  H-ZEICHEN                    PIC X(001).
105100 01  H-NAME                       PIC X(070).
105200 01  H-KONTO                      PIC X(035).
105300 01  H-VERSION                    PIC X(012).
105400 01  H-ALT-STATUS                 PIC X(001).
105500 01  H-ALT-EINTRAG                PIC X(012).
105600 01  H-SP-KZ                      PIC X(001).
105700     88 SP-VORHANDEN              VALUE "J".
105800     88 SP-N-VORHANDEN            VALUE "N".
105900 01  H-TREFFER-KZ                 PIC X(001).
106000     88 TREFFER-JA                VALUE "J".
106100     88 TREFFER-NEIN              VALUE "N".
106200/****************************************************************
106300 LINKAGE SECTION.
106400*****************************************************************
106500  COPY CKAISAC.
106600  COPY CKAOSAC.
106700  COPY CGSOVER.
106800/
106900 PROCEDURE DIVISION
107000     USING KAISAC-EINGABEBEREICH
107100           KAOSAC-AUSGABEBEREICH
107200           GSOVER-VERSTAENDIGUNGSBEREICH.
107300
107400 STEUER-AKASAC SECTION.
107500 STEUER-AKASAC-1001.
107600     INITIALIZE KAOSAC-AUSGABEBEREICH
107700     SET KAOSAC-FREI              TO TRUE
107800     MOVE "N"                     TO KAOSAC-NEU-TREFFER-KZ
107900     EVALUATE KAISAC-FUNKTION
108000     WHEN C-01-INT-SAN-NORMIEREN
108100       PERFORM WERTE-NORMIEREN
108200     WHEN C-01-INT-SAN-PRUEFEN
108300       PERFORM WERTE-NORMIEREN
108400       PERFORM GEGENPARTEI-PRUEFEN
108500     WHEN OTHER
108600       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
108700     END-EVALUATE
108800     GO TO PROGRAMM-VERLASSEN
108900     .
109000 STEUER-AKASAC-1002.
109100     EXIT.
109200/---------------------------------------------------------------*
109300* Suchwerte normieren: Name und Konto-Id in Grossschrift, nur   *
109400* Buchstaben und Ziffern; BIC die ersten 8 Stellen              *
109500*---------------------------------------------------------------*
109600 WERTE-NORMIEREN SECTION.
109700 WERTE-NORMIEREN-1001.
109800     MOVE KAISAC-NAME             TO H-NAME
109900     INSPECT H-NAME               CONVERTING C-KLEIN TO C-GROSS
110000     MOVE SPACE                   TO KAOSAC-NAME-NORM
110100     MOVE ZERO                    TO H-ZIEL-IND
110200     PERFORM VARYING H-IND FROM 1 BY 1
110300             UNTIL H-IND          > 70
110400                OR H-ZIEL-IND     NOT < 40
110500       MOVE H-NAME (H-IND:1)      TO H-ZEICHEN
110600       IF (H-ZEICHEN              ALPHABETIC-UPPER
110700           AND H-ZEICHEN          NOT = SPACE)
110800          OR H-ZEICHEN            NUMERIC
110900       THEN
111000         ADD C-1                  TO H-ZIEL-IND
111100         MOVE H-ZEICHEN
111200           TO KAOSAC-NAME-NORM (H-ZIEL-IND:1)
111300       END-IF
111400     END-PERFORM
111500     MOVE KAISAC-KONTO-ID         TO H-KONTO
111600     INSPECT H-KONTO              CONVERTING C-KLEIN TO C-GROSS
111700     MOVE SPACE                   TO KAOSAC-KONTO-NORM
111800     MOVE ZERO                    TO H-ZIEL-IND
111900     PERFORM VARYING H-IND FROM 1 BY 1
112000             UNTIL H-IND          > 35
112100       MOVE H-KONTO (H-IND:1)     TO H-ZEICHEN
112200       IF (H-ZEICHEN              ALPHABETIC-UPPER
112300           AND H-ZEICHEN          NOT = SPACE)
112400          OR H-ZEICHEN            NUMERIC
112500       THEN
112600         ADD C-1                  TO H-ZIEL-IND
112700         MOVE H-ZEICHEN
112800           TO KAOSAC-KONTO-NORM (H-ZIEL-IND:1)
112900       END-IF
113000     END-PERFORM
113100     MOVE KAISAC-BIC (1:8)        TO KAOSAC-BIC-NORM
113200     INSPECT KAOSAC-BIC-NORM      CONVERTING C-KLEIN TO C-GROSS
113300     .
113400 WERTE-NORMIEREN-1002.
113500     EXIT.
113600/---------------------------------------------------------------*
113700* Gegenpartei pruefen und das Pruefregister fortschreiben       *
113800*---------------------------------------------------------------*
113900 GEGENPARTEI-PRUEFEN SECTION.
114000 GEGENPARTEI-PRUEFEN-1001.
114100*    Registerschluessel: Konto-Id, ohne Konto-Id der Name
114200     IF KAOSAC-KONTO-NORM         NOT = SPACE
114300     THEN
114400       MOVE C-ART-KONTO           TO KAOSAC-ART
114500       MOVE KAOSAC-KONTO-NORM     TO KAOSAC-SCHLUESSEL
114600     ELSE
114700       IF KAOSAC-NAME-NORM        NOT = SPACE
114800       THEN
114900         MOVE C-ART-NAME          TO KAOSAC-ART
115000         MOVE KAOSAC-NAME-NORM    TO KAOSAC-SCHLUESSEL
115100       ELSE
115200         GO TO GEGENPARTEI-PRUEFEN-1002
115300       END-IF
115400     END-IF
115500*    Aktuelle Listenversion; ohne geladene Liste ist alles frei
115600     PERFORM VERSION-LESEN
115700     IF H-VERSION                 = SPACE
115800     THEN
115900       GO TO GEGENPARTEI-PRUEFEN-1002
116000     END-IF
116100     MOVE H-VERSION               TO KAOSAC-LISTEN-VERSION
116200*    Registersatz der Gegenpartei
116300     MOVE KAOSAC-ART              TO KAI0ASP-ART
116400     MOVE KAOSAC-SCHLUESSEL       TO KAI0ASP-SCHLUESSEL
116500     PERFORM REGISTER-LESEN
116600     IF SP-VORHANDEN
116700        AND NOT KAISAC-ERZWINGEN
116800        AND KAO0ASP-LISTEN-VERSION
116900                                  = H-VERSION
117000     THEN
117100       PERFORM ERGEBNIS-SETZEN
117200       GO TO GEGENPARTEI-PRUEFEN-1002
117300     END-IF
117400     IF SP-VORHANDEN
117500     THEN
117600       MOVE KAO0ASP-STATUS        TO H-ALT-STATUS
117700       MOVE KAO0ASP-TREFFER-EINTRAG
117800                                  TO H-ALT-EINTRAG
117900     ELSE
118000       MOVE SPACE                 TO H-ALT-STATUS
118100                                     H-ALT-EINTRAG
118200       INITIALIZE KAO0ASP-AUSGABEBEREICH
118300     END-IF
118400     PERFORM LISTE-PRUEFEN
118500*    Neuer Status
118600     EVALUATE TRUE
118700     WHEN H-ALT-STATUS            = "B"
118800       SET KAO0ASP-BESTAETIGT     TO TRUE
118900     WHEN TREFFER-NEIN
119000       SET KAO0ASP-OHNE-TREFFER   TO TRUE
119100     WHEN H-ALT-STATUS            = "F"
119200          AND H-ALT-EINTRAG       = KAOSAC-TREFFER-EINTRAG
119300       SET KAO0ASP-FREIGEGEBEN    TO TRUE
119400     WHEN OTHER
119500       SET KAO0ASP-TREFFER        TO TRUE
119600       IF H-ALT-STATUS            NOT = "T"
119700       THEN
119800         SET KAOSAC-NEU-TREFFER   TO TRUE
119900       END-IF
120000     END-EVALUATE
120100     IF TREFFER-JA
120200     THEN
120300       MOVE KAI0ASA-ART           TO KAO0ASP-TREFFER-ART
120400       MOVE KAOSAC-TREFFER-EINTRAG
120500                                  TO KAO0ASP-TREFFER-EINTRAG
120600       MOVE KAOSAC-TREFFER-LISTE  TO KAO0ASP-TREFFER-LISTE
120700     ELSE
120800       IF NOT KAO0ASP-BESTAETIGT
120900       THEN
121000         MOVE SPACE               TO KAO0ASP-TREFFER-ART
121100                                     KAO0ASP-TREFFER-EINTRAG
121200                                     KAO0ASP-TREFFER-LISTE
121300       END-IF
121400     END-IF
121500     IF KAISAC-GP-ID              NOT = SPACE
121600     THEN
121700       MOVE KAISAC-GP-ID          TO KAO0ASP-GP-ID
121800     END-IF
121900     IF KAISAC-NAME               NOT = SPACE
122000     THEN
122100       MOVE KAISAC-NAME           TO KAO0ASP-NAME
122200     END-IF
122300     IF KAISAC-BIC                NOT = SPACE
122400     THEN
122500       MOVE KAISAC-BIC            TO KAO0ASP-BIC
122600     END-IF
122700     IF KAISAC-KONTO-ID           NOT = SPACE
122800     THEN
122900       MOVE KAISAC-KONTO-ID       TO KAO0ASP-KONTO-ID
123000     END-IF
123100     MOVE KAISAC-QUELLE           TO KAO0ASP-QUELLE
123200     MOVE H-VERSION               TO KAO0ASP-LISTEN-VERSION
123300     MOVE KAISAC-LAUFDATUM        TO KAO0ASP-PRUEF-DATUM
123400     MOVE KAOSAC-ART              TO KAI0ASP-ART
123500     MOVE KAOSAC-SCHLUESSEL       TO KAI0ASP-SCHLUESSEL
123600     CALL "CGSTAB"
123700     USING C-TAB-SCHREIBEN-EQUAL
123800           C-KONFIG-ID-KA
123900           C-OBJEKT-TAB-KA02AKSP
124000           GSOVER-VERSTAENDIGUNGSBEREICH
124100           KAI0ASP-EINGABEBEREICH
124200           KAO0ASP-AUSGABEBEREICH
124300           GSTTAB-EIN-AUSGABEBEREICH
124400     END-CALL
124500     PERFORM ERGEBNIS-SETZEN
124600     .
124700 GEGENPARTEI-PRUEFEN-1002.
124800     EXIT.
124900/---------------------------------------------------------------*
125000* Aktuelle Listenversion aus dem Versionssatz des Registers     *
125100*---------------------------------------------------------------*
125200 VERSION-LESEN SECTION.
125300 VERSION-LESEN-1001.
125400     MOVE SPACE                   TO H-VERSION
125500     MOVE C-ART-VERSION           TO KAI0ASP-ART
125600     MOVE SPACE                   TO KAI0ASP-SCHLUESSEL
125700     PERFORM REGISTER-LESEN
125800     IF SP-VORHANDEN
125900     THEN
126000       MOVE KAO0ASP-LISTEN-VERSION
126100                                  TO H-VERSION
126200     END-IF
126300     .
126400 VERSION-LESEN-1002.
126500     EXIT.
126600/---------------------------------------------------------------*
126700* Registersatz lesen                                            *
126800*---------------------------------------------------------------*
126900 REGISTER-LESEN SECTION.
127000 REGISTER-LESEN-1001.
127100     INITIALIZE KAO0ASP-AUSGABEBEREICH
127200     CALL "CGSTAB"
127300     USING C-TAB-LESEN-EQUAL
127400           C-KONFIG-ID-KA
127500           C-OBJEKT-TAB-KA02AKSP
127600           GSOVER-VERSTAENDIGUNGSBEREICH
127700           KAI0ASP-EINGABEBEREICH
127800           KAO0ASP-AUSGABEBEREICH
127900           GSTTAB-EIN-AUSGABEBEREICH
128000     END-CALL
128100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
128200     THEN
128300       SET SP-VORHANDEN           TO TRUE
128400     ELSE
128500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
128600       INITIALIZE KAO0ASP-AUSGABEBEREICH
128700       SET SP-N-VORHANDEN         TO TRUE
128800     END-IF
128900     .
129000 REGISTER-LESEN-1002.
129100     EXIT.
129200/---------------------------------------------------------------*
129300* Gegen die Liste pruefen: Konto-Id, BIC, Name                  *
129400*---------------------------------------------------------------*
129500 LISTE-PRUEFEN SECTION.
129600 LISTE-PRUEFEN-1001.
129700     SET TREFFER-NEIN             TO TRUE
129800     IF KAOSAC-KONTO-NORM         NOT = SPACE
129900     THEN
130000       MOVE C-ART-KONTO           TO KAI0ASA-ART
130100       MOVE KAOSAC-KONTO-NORM     TO KAI0ASA-WERT
130200       PERFORM EINTRAG-LESEN
130300     END-IF
130400     IF TREFFER-NEIN
130500        AND KAOSAC-BIC-NORM       NOT = SPACE
130600     THEN
130700       MOVE C-ART-BIC             TO KAI0ASA-ART
130800       MOVE KAOSAC-BIC-NORM       TO KAI0ASA-WERT
130900       PERFORM EINTRAG-LESEN
131000     END-IF
131100     IF TREFFER-NEIN
131200        AND KAOSAC-NAME-NORM      NOT = SPACE
131300     THEN
131400       MOVE C-ART-NAME            TO KAI0ASA-ART
131500       MOVE KAOSAC-NAME-NORM      TO KAI0ASA-WERT
131600       PERFORM EINTRAG-LESEN
131700     END-IF
131800     .
131900 LISTE-PRUEFEN-1002.
132000     EXIT.
132100/---------------------------------------------------------------*
132200* Listeneintrag lesen; nur Eintraege der aktuellen Version      *
132300* zaehlen als Treffer                                           *
132400*---------------------------------------------------------------*
132500 EINTRAG-LESEN SECTION.
132600 EINTRAG-LESEN-1001.
132700     INITIALIZE KAO0ASA-AUSGABEBEREICH
132800     CALL "CGSTAB"
132900     USING C-TAB-LESEN-EQUAL
133000           C-KONFIG-ID-KA
133100           C-OBJEKT-TAB-KA02AKSA
133200           GSOVER-VERSTAENDIGUNGSBEREICH
133300           KAI0ASA-EINGABEBEREICH
133400           KAO0ASA-AUSGABEBEREICH
133500           GSTTAB-EIN-AUSGABEBEREICH
133600     END-CALL
133700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
133800     THEN
133900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
134000       GO TO EINTRAG-LESEN-1002
134100     END-IF
134200     IF KAO0ASA-LISTEN-VERSION    = H-VERSION
134300     THEN
134400       SET TREFFER-JA             TO TRUE
134500       MOVE KAO0ASA-EINTRAG-ID    TO KAOSAC-TREFFER-EINTRAG
134600       MOVE KAO0ASA-LISTE         TO KAOSAC-TREFFER-LISTE
134700     END-IF
134800     .
134900 EINTRAG-LESEN-1002.
135000     EXIT.
135100/---------------------------------------------------------------*
135200* Ergebnis aus dem Registerstatus ableiten                      *
135300*---------------------------------------------------------------*
135400 ERGEBNIS-SETZEN SECTION.
135500 ERGEBNIS-SETZEN-1001.
135600     MOVE KAO0ASP-STATUS          TO KAOSAC-STATUS
135700     IF KAOSAC-TREFFER-EINTRAG    = SPACE
135800     THEN
135900       MOVE KAO0ASP-TREFFER-EINTRAG
136000                                  TO KAOSAC-TREFFER-EINTRAG
136100       MOVE KAO0ASP-TREFFER-LISTE TO KAOSAC-TREFFER-LISTE
136200     END-IF
136300     IF KAO0ASP-ANHALTEN
136400     THEN
136500       SET KAOSAC-ANHALTEN        TO TRUE
136600     ELSE
136700       SET KAOSAC-FREI            TO TRUE
136800     END-IF
136900     .
137000 ERGEBNIS-SETZEN-1002.
137100     EXIT.
137200/
137300 PROGRAMM-VERLASSEN SECTION.
137400 PROGRAMM-VERLASSEN-1001.
137500     EXIT PROGRAM
137600     .
137700 PROGRAMM-VERLASSEN-1002.
137800     EXIT.
