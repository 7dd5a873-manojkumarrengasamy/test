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
000160*@Titel         : Entgeltdienst (Abzugserkennung SHA/BEN)
000160*@Elementname   : akaent.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : beides
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Entgeltdienst                              *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Gemeinsamer Dienst der automatischen (AKAAMA) und der     *
001900* dialoggefuehrten Abstimmung (AKAADI) fuer Zahlungen, die  *
002000* um das Entgelt eines Korrespondenten gekuerzt eingehen.   *
002100* 01-INT-ENTG-PRUEFEN prueft, ob ein Fehlbetrag zwischen    *
002200* erwartetem Bruttobetrag und Nettoeingang zum Entgelt-     *
002300* traeger der Zahlung und zur Entgeltvereinbarung des       *
002400* Korrespondenten (KA000AKEN, Schluessel Herkunft/Konto)    *
002500* passt:                                                    *
002600* - SHA bzw. SPACE: Abzug bis KAO0AEN-ENTG-SHA-MAX,         *
002700* - BEN: Abzug bis KAO0AEN-ENTG-BEN-MAX,                    *
002800* - OUR: es wird kein Abzug erwartet.                       *
002900* Der Abzug muss in der Waehrung der Vereinbarung anfallen  *
003000* und groesser Null sein. Gelesene Vereinbarungen werden    *
003100* im Speicher gehalten, damit die Batchverarbeitung die     *
003200* Tabelle nicht je Posten liest.                            *
003300*@E-ELEMENTBESCHREIBUNG                                     *
003400*                                                           *
003500*@A-MODULAUFRUF                                             *
003600* CALL "AKAENT" USING KAIENT-EINGABEBEREICH                 *
003700*                     KAOENT-AUSGABEBEREICH                 *
003800*                     GSOVER-VERSTAENDIGUNGSBEREICH         *
003900*@E-MODULAUFRUF                                             *
004000*                                                           *
004100*@A-COBOL-COPY                                              *
004200* Benoetigte COBOL-Copies:                                  *
004300* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004400* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004500* CKAI0AEN   : EINGABEBEREICH KA000AKEN                     *
004600* CKAO0AEN   : AUSGABEBEREICH KA000AKEN                     *
004700* CKAIENT    : EINGABEBEREICH AKAENT                        *
004800* CKAOENT    : AUSGABEBEREICH AKAENT                        *
004900* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005000*@E-COBOL-COPY                                              *
005100*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58780                                                *     D01
090052*     Neuanlage - Erkennung von Korrespondentenentgelten    *     D01
090053*     (SHA/BEN) fuer AKAAMA und AKAADI.                     *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAENT.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akaent  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-OBJEKT-TAB-KA000AKEN    PIC X(009) VALUE "KA000AKEN".
102000     20 C-01-INT-ENTG-PRUEFEN     PIC X(040) VALUE
102100                                  "01-INT-ENTG-PRUEFEN".
102200     20 C-TRAEGER-SHA             PIC X(003) VALUE "SHA".
102300     20 C-TRAEGER-BEN             PIC X(003) VALUE "BEN".
102400     20 C-TRAEGER-OUR             PIC X(003) VALUE "OUR".
102500     20 C-MAX-VEREINBARUNGEN      PIC 9(004) COMP-5 VALUE 100.
102600     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
102700/---------------------------------------------------------------*
102800* Tabellenzugriff Entgeltvereinbarungen                         *
102900*---------------------------------------------------------------*
103000  COPY DCTGRCGE.
103100  COPY CGSTTAB.
103200  COPY CKAI0AEN.
103300  COPY CKAO0AEN.
103400/---------------------------------------------------------------*
103500* Bereits gelesene Vereinbarungen                               *
103600*---------------------------------------------------------------*
103700 01  ENT-PUFFER.
103800     05 ENT-ANZ                   PIC 9(004) COMP-3 VALUE ZERO.
103900     05 ENT-EINTRAG               OCCURS 100.
104000        10 ENT-P-HERKUNFT         PIC X(011).
104100        10 ENT-P-KONTO-ID         PIC X(035).
104200        10 ENT-P-VEREINB-KZ       PIC X(001).
104300        10 ENT-P-WAEHRUNG         PIC X(003).
104400        10 ENT-P-SHA-MAX          PIC 9(011)V9(002).
104500        10 ENT-P-BEN-MAX          PIC 9(011)V9(002).
104600/---------------------------------------------------------------*
104700* Hilfsvariable                                                 *
104800*---------------------------------------------------------------*
104900 01  H-IND                        PIC 9(004) COMP-3.
105000 01  H-GEF-IND                    PIC 9(004) COMP-3.
105100/****************************************************************
105200 LINKAGE SECTION.
105300*****************************************************************
105400  COPY CKAIENT.
105500  COPY CKAOENT.
105600  COPY CGSOVER.
105700/
105800 PROCEDURE DIVISION
105900     USING KAIENT-EINGABEBEREICH
106000           KAOENT-AUSGABEBEREICH
106100           GSOVER-VERSTAENDIGUNGSBEREICH.
106200
106300 STEUER-AKAENT SECTION.
106400 STEUER-AKAENT-1001.
106500     INITIALIZE KAOENT-AUSGABEBEREICH
106600     SET KAOENT-PASST-NICHT       TO TRUE
106700     EVALUATE KAIENT-FUNKTION
106800     WHEN C-01-INT-ENTG-PRUEFEN
106900       PERFORM VEREINBARUNG-ERMITTELN
107000       PERFORM ABZUG-PRUEFEN
107100     WHEN OTHER
107200       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
107300     END-EVALUATE
107400     GO TO PROGRAMM-VERLASSEN
107500     .
107600 STEUER-AKAENT-1002.
107700     EXIT.
107800/---------------------------------------------------------------*
107900* Vereinbarung des Korrespondenten aus dem Puffer bzw. aus      *
108000* KA000AKEN ermitteln                                           *
108100*---------------------------------------------------------------*
108200 VEREINBARUNG-ERMITTELN SECTION.
108300 VEREINBARUNG-ERMITTELN-1001.
108400     MOVE ZERO                    TO H-GEF-IND
108500     PERFORM VARYING H-IND FROM 1 BY 1
108600             UNTIL H-IND          > ENT-ANZ
108700                OR H-GEF-IND      NOT = ZERO
108800       IF ENT-P-HERKUNFT (H-IND)  = KAIENT-HERKUNFT
108900          AND ENT-P-KONTO-ID (H-IND)
109000                                  = KAIENT-KONTO-ID
109100       THEN
109200         MOVE H-IND               TO H-GEF-IND
109300       END-IF
109400     END-PERFORM
109500     IF H-GEF-IND                 = ZERO
109600     THEN
109700       PERFORM VEREINBARUNG-LESEN
109800     ELSE
109900       MOVE ENT-P-VEREINB-KZ (H-GEF-IND)
110000                                  TO KAOENT-VEREINBARUNG-KZ
110100       MOVE ENT-P-WAEHRUNG (H-GEF-IND)
110200                                  TO KAO0AEN-WAEHRUNG
110300       MOVE ENT-P-SHA-MAX (H-GEF-IND)
110400                                  TO KAO0AEN-ENTG-SHA-MAX
110500       MOVE ENT-P-BEN-MAX (H-GEF-IND)
110600                                  TO KAO0AEN-ENTG-BEN-MAX
110700     END-IF
110800     .
110900 VEREINBARUNG-ERMITTELN-1002.
111000     EXIT.
111100/---------------------------------------------------------------*
111200* KA000AKEN lesen und das Ergebnis puffern                      *
111300*---------------------------------------------------------------*
111400 VEREINBARUNG-LESEN SECTION.
111500 VEREINBARUNG-LESEN-1001.
111600     MOVE KAIENT-HERKUNFT         TO KAI0AEN-HERKUNFT
111700     MOVE KAIENT-KONTO-ID         TO KAI0AEN-KONTO-ID
111800     INITIALIZE KAO0AEN-AUSGABEBEREICH
111900     CALL "CGSTAB"
112000     USING C-TAB-LESEN-EQUAL
112100           C-KONFIG-ID-KA
112200           C-OBJEKT-TAB-KA000AKEN
112300           GSOVER-VERSTAENDIGUNGSBEREICH
112400           KAI0AEN-EINGABEBEREICH
112500           KAO0AEN-AUSGABEBEREICH
112600           GSTTAB-EIN-AUSGABEBEREICH
112700     END-CALL
112800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
112900     THEN
113000       SET KAOENT-VEREINBARUNG    TO TRUE
113100     ELSE
113200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
113300       INITIALIZE KAO0AEN-AUSGABEBEREICH
113400       SET KAOENT-KEINE-VEREINB   TO TRUE
113500     END-IF
113600     IF ENT-ANZ                   < C-MAX-VEREINBARUNGEN
113700     THEN
113800       ADD C-1                    TO ENT-ANZ
113900       MOVE KAIENT-HERKUNFT       TO ENT-P-HERKUNFT (ENT-ANZ)
114000       MOVE KAIENT-KONTO-ID       TO ENT-P-KONTO-ID (ENT-ANZ)
114100       MOVE KAOENT-VEREINBARUNG-KZ
114200                                  TO ENT-P-VEREINB-KZ (ENT-ANZ)
114300       MOVE KAO0AEN-WAEHRUNG      TO ENT-P-WAEHRUNG (ENT-ANZ)
114400       MOVE KAO0AEN-ENTG-SHA-MAX  TO ENT-P-SHA-MAX (ENT-ANZ)
114500       MOVE KAO0AEN-ENTG-BEN-MAX  TO ENT-P-BEN-MAX (ENT-ANZ)
114600     END-IF
114700     .
114800 VEREINBARUNG-LESEN-1002.
114900     EXIT.
115000/---------------------------------------------------------------*
115100* Hoechstabzug zum Entgelttraeger bestimmen und den Abzug       *
115200* dagegen pruefen                                               *
115300*---------------------------------------------------------------*
115400 ABZUG-PRUEFEN SECTION.
115500 ABZUG-PRUEFEN-1001.
115600     IF KAIENT-ENTGELT-TRAEGER    = SPACE
115700     THEN
115800       MOVE C-TRAEGER-SHA         TO KAOENT-ENTGELT-TRAEGER
115900     ELSE
116000       MOVE KAIENT-ENTGELT-TRAEGER
116100                                  TO KAOENT-ENTGELT-TRAEGER
116200     END-IF
116300     IF KAOENT-KEINE-VEREINB
116400        OR KAO0AEN-WAEHRUNG       NOT = KAIENT-WAEHRUNG
116500     THEN
116600       GO TO ABZUG-PRUEFEN-1002
116700     END-IF
116800     EVALUATE KAOENT-ENTGELT-TRAEGER
116900     WHEN C-TRAEGER-SHA
117000       MOVE KAO0AEN-ENTG-SHA-MAX  TO KAOENT-MAX-ABZUG
117100     WHEN C-TRAEGER-BEN
117200       MOVE KAO0AEN-ENTG-BEN-MAX  TO KAOENT-MAX-ABZUG
117300     WHEN OTHER
117400       MOVE ZERO                  TO KAOENT-MAX-ABZUG
117500     END-EVALUATE
117600     IF KAIENT-ABZUG              > ZERO
117700        AND KAIENT-ABZUG          NOT > KAOENT-MAX-ABZUG
117800     THEN
117900       SET KAOENT-PASST           TO TRUE
118000     END-IF
118100     .
118200 ABZUG-PRUEFEN-1002.
118300     EXIT.
118400/
118500 PROGRAMM-VERLASSEN SECTION.
118600 PROGRAMM-VERLASSEN-1001.
118700     EXIT PROGRAM
118800     .
118900 PROGRAMM-VERLASSEN-1002.
119000     EXIT.
