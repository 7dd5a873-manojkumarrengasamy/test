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
000160*@Titel         : Waehrungsdienst (Nachkommastellen, Rundung, Anzeige)
000160*@Elementname   : akawae.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : beides
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Waehrungsdienst                            *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Gemeinsamer Dienst fuer die waehrungsgerechte Behandlung  *
001900* von Betraegen auf Basis des Waehrungsstamms KA00AKWA      *
002000* (Pflege ueber KKA4WA):                                    *
002100* - 01-INT-WAE-LESEN liefert die Nachkommastellen nach      *
002200*   ISO 4217 (0, 2 oder 3).                                 *
002300* - 01-INT-WAE-RUNDEN rundet KAIWAE-BETRAG kaufmaennisch    *
002400*   auf diese Genauigkeit; KAOWAE-GERUNDET zeigt an, dass   *
002500*   der gelieferte Betrag mehr Nachkommastellen hatte.      *
002600* - 01-INT-WAE-AUFBEREITEN liefert zusaetzlich den          *
002700*   rechtsbuendigen Anzeigebetrag mit Dezimalkomma;         *
002800*   Waehrungen ohne Nachkommastellen (JPY) erscheinen       *
002900*   ohne ",00".                                             *
003000* Unbekannte Waehrungen werden mit 2 Nachkommastellen       *
003100* behandelt (KAOWAE-UNBEKANNT). Bereits gelesene Waehrungen *
003200* werden im Speicher gehalten, damit Listen- und Batch-     *
003300* verarbeitung den Stamm nicht je Posten lesen.             *
003400*@E-ELEMENTBESCHREIBUNG                                     *
003500*                                                           *
003600*@A-MODULAUFRUF                                             *
003700* CALL "AKAWAE" USING KAIWAE-EINGABEBEREICH                 *
003800*                     KAOWAE-AUSGABEBEREICH                 *
003900*                     GSOVER-VERSTAENDIGUNGSBEREICH         *
004000*@E-MODULAUFRUF                                             *
004100*                                                           *
004200*@A-COBOL-COPY                                              *
004300* Benoetigte COBOL-Copies:                                  *
004400* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004500* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004600* CKAI0AWA   : EINGABEBEREICH KA00AKWA                      *
004700* CKAO0AWA   : AUSGABEBEREICH KA00AKWA                      *
004800* CKAIWAE    : EINGABEBEREICH AKAWAE                        *
004900* CKAOWAE    : AUSGABEBEREICH AKAWAE                        *
005000* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005100*@E-COBOL-COPY                                              *
005200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58773                                                *     D01
090052*     Neuanlage - Waehrungsdienst auf Basis des Waehrungs-  *     D01
090053*     stamms KA00AKWA.                                      *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAWAE.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akawae  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-OBJEKT-TAB-KA00AKWA     PIC X(009) VALUE "KA00AKWA".
102000     20 C-01-INT-WAE-LESEN        PIC X(040) VALUE
102100                                  "01-INT-WAE-LESEN".
102200     20 C-01-INT-WAE-RUNDEN       PIC X(040) VALUE
102300                                  "01-INT-WAE-RUNDEN".
102400     20 C-01-INT-WAE-AUFBEREITEN  PIC X(040) VALUE
102500                                  "01-INT-WAE-AUFBEREITEN".
102600     20 C-NACHKOMMA-STANDARD      PIC 9(001) VALUE 2.
102700     20 C-MAX-WAEHRUNGEN          PIC 9(004) COMP-5 VALUE 60.
102800     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
102900/---------------------------------------------------------------*
103000* Tabellenzugriff Waehrungsstamm                                *
103100*---------------------------------------------------------------*
103200  COPY DCTGRCGE.
103300  COPY CGSTTAB.
103400  COPY CKAI0AWA.
103500  COPY CKAO0AWA.
103600/---------------------------------------------------------------*
103700* Bereits gelesene Waehrungen                                   *
103800*---------------------------------------------------------------*
103900 01  WAE-PUFFER.
104000     05 WAE-ANZ                   PIC 9(004) COMP-3 VALUE ZERO.
104100     05 WAE-EINTRAG               OCCURS 60.
104200        10 WAE-P-WAEHRUNG         PIC X(003).
104300        10 WAE-P-NACHKOMMA        PIC 9(001).
104400        10 WAE-P-STAMM-KZ         PIC X(001).
104500/---------------------------------------------------------------*
104600* Hilfsvariable                                                 *
104700*---------------------------------------------------------------*
104800 01  H-IND                        PIC 9(004) COMP-3.
104900 01  H-GEF-IND                    PIC 9(004) COMP-3.
105000 01  H-BETRAG-0                   PIC S9(015).
105100 01  H-BETRAG-2                   PIC S9(015)V9(002).
105200 01  H-ANZEIGE-0                  PIC -(021)9.
105300 01  H-ANZEIGE-2                  PIC -(018)9,99.
105400 01  H-ANZEIGE-3                  PIC -(017)9,999.
105500/****************************************************************
105600 LINKAGE SECTION.
105700*****************************************************************
105800  COPY CKAIWAE.
105900  COPY CKAOWAE.
106000  COPY CGSOVER.
106100/
106200 PROCEDURE DIVISION
106300     USING KAIWAE-EINGABEBEREICH
106400           KAOWAE-AUSGABEBEREICH
106500           GSOVER-VERSTAENDIGUNGSBEREICH.
106600
106700 STEUER-AKAWAE SECTION.
106800 STEUER-AKAWAE-1001.
106900     INITIALIZE KAOWAE-AUSGABEBEREICH
107000     SET KAOWAE-N-GERUNDET        TO TRUE
107100     PERFORM WAEHRUNG-ERMITTELN
107200     EVALUATE KAIWAE-FUNKTION
107300     WHEN C-01-INT-WAE-LESEN
107400       CONTINUE
107500     WHEN C-01-INT-WAE-RUNDEN
107600       PERFORM BETRAG-RUNDEN
107700     WHEN C-01-INT-WAE-AUFBEREITEN
107800       PERFORM BETRAG-RUNDEN
107900       PERFORM BETRAG-AUFBEREITEN
108000     WHEN OTHER
108100       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
108200     END-EVALUATE
108300     GO TO PROGRAMM-VERLASSEN
108400     .
108500 STEUER-AKAWAE-1002.
108600     EXIT.
108700/---------------------------------------------------------------*
108800* Nachkommastellen der Waehrung aus dem Puffer bzw. dem         *
108900* Waehrungsstamm ermitteln; unbekannt bedeutet 2 Stellen        *
109000*---------------------------------------------------------------*
109100 WAEHRUNG-ERMITTELN SECTION.
109200 WAEHRUNG-ERMITTELN-1001.
109300     MOVE ZERO                    TO H-GEF-IND
109400     PERFORM VARYING H-IND FROM 1 BY 1
109500             UNTIL H-IND          > WAE-ANZ
109600                OR H-GEF-IND      NOT = ZERO
109700       IF WAE-P-WAEHRUNG (H-IND)  = KAIWAE-WAEHRUNG
109800       THEN
109900         MOVE H-IND               TO H-GEF-IND
110000       END-IF
110100     END-PERFORM
110200     IF H-GEF-IND                 = ZERO
110300     THEN
110400       PERFORM WAEHRUNG-LESEN
110500     ELSE
110600       MOVE WAE-P-NACHKOMMA (H-GEF-IND)
110700                                  TO KAOWAE-NACHKOMMA
110800       MOVE WAE-P-STAMM-KZ (H-GEF-IND)
110900                                  TO KAOWAE-STAMM-KZ
111000     END-IF
111100     .
111200 WAEHRUNG-ERMITTELN-1002.
111300     EXIT.
111400/---------------------------------------------------------------*
111500* Waehrungsstamm KA00AKWA lesen und das Ergebnis puffern        *
111600*---------------------------------------------------------------*
111700 WAEHRUNG-LESEN SECTION.
111800 WAEHRUNG-LESEN-1001.
111900     MOVE KAIWAE-WAEHRUNG         TO KAI0AWA-WAEHRUNG
112000     CALL "CGSTAB"
112100     USING C-TAB-LESEN-EQUAL
112200           C-KONFIG-ID-KA
112300           C-OBJEKT-TAB-KA00AKWA
112400           GSOVER-VERSTAENDIGUNGSBEREICH
112500           KAI0AWA-EINGABEBEREICH
112600           KAO0AWA-AUSGABEBEREICH
112700           GSTTAB-EIN-AUSGABEBEREICH
112800     END-CALL
112900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
113000        AND KAO0AWA-NACHKOMMA-GUELTIG
113100     THEN
113200       MOVE KAO0AWA-NACHKOMMA     TO KAOWAE-NACHKOMMA
113300       SET KAOWAE-BEKANNT         TO TRUE
113400     ELSE
113500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
113600       MOVE C-NACHKOMMA-STANDARD  TO KAOWAE-NACHKOMMA
113700       SET KAOWAE-UNBEKANNT       TO TRUE
113800     END-IF
113900     IF WAE-ANZ                   < C-MAX-WAEHRUNGEN
114000     THEN
114100       ADD C-1                    TO WAE-ANZ
114200       MOVE KAIWAE-WAEHRUNG       TO WAE-P-WAEHRUNG (WAE-ANZ)
114300       MOVE KAOWAE-NACHKOMMA      TO WAE-P-NACHKOMMA (WAE-ANZ)
114400       MOVE KAOWAE-STAMM-KZ       TO WAE-P-STAMM-KZ (WAE-ANZ)
114500     END-IF
114600     .
114700 WAEHRUNG-LESEN-1002.
114800     EXIT.
114900/---------------------------------------------------------------*
115000* Betrag kaufmaennisch auf die Nachkommastellen runden          *
115100*---------------------------------------------------------------*
115200 BETRAG-RUNDEN SECTION.
115300 BETRAG-RUNDEN-1001.
115400     EVALUATE KAOWAE-NACHKOMMA
115500     WHEN 0
115600       COMPUTE H-BETRAG-0 ROUNDED = KAIWAE-BETRAG
115700       MOVE H-BETRAG-0            TO KAOWAE-BETRAG
115800     WHEN 3
115900       MOVE KAIWAE-BETRAG         TO KAOWAE-BETRAG
116000     WHEN OTHER
116100       COMPUTE H-BETRAG-2 ROUNDED = KAIWAE-BETRAG
116200       MOVE H-BETRAG-2            TO KAOWAE-BETRAG
116300     END-EVALUATE
116400     IF KAOWAE-BETRAG             NOT = KAIWAE-BETRAG
116500     THEN
116600       SET KAOWAE-GERUNDET        TO TRUE
116700     END-IF
116800     .
116900 BETRAG-RUNDEN-1002.
117000     EXIT.
117100/---------------------------------------------------------------*
117200* Anzeigebetrag mit der Genauigkeit der Waehrung aufbereiten    *
117300*---------------------------------------------------------------*
117400 BETRAG-AUFBEREITEN SECTION.
117500 BETRAG-AUFBEREITEN-1001.
117600     EVALUATE KAOWAE-NACHKOMMA
117700     WHEN 0
117800       MOVE KAOWAE-BETRAG         TO H-ANZEIGE-0
117900       MOVE H-ANZEIGE-0           TO KAOWAE-ANZEIGE
118000     WHEN 3
118100       MOVE KAOWAE-BETRAG         TO H-ANZEIGE-3
118200       MOVE H-ANZEIGE-3           TO KAOWAE-ANZEIGE
118300     WHEN OTHER
118400       MOVE KAOWAE-BETRAG         TO H-ANZEIGE-2
118500       MOVE H-ANZEIGE-2           TO KAOWAE-ANZEIGE
118600     END-EVALUATE
118700     .
118800 BETRAG-AUFBEREITEN-1002.
118900     EXIT.
119000/
119100 PROGRAMM-VERLASSEN SECTION.
119200 PROGRAMM-VERLASSEN-1001.
119300     EXIT PROGRAM
119400     .
119500 PROGRAMM-VERLASSEN-1002.
119600     EXIT.
