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
000160*@Titel         : Ereignis-Outbox Status-Aenderungen
000160*@Elementname   : akaevt.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sub
000160*@BatchDialog   : beides
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Ereignis-Outbox Status-Aenderungen        *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Schreibt ein maschinenlesbares Ereignis zu einer Status- *
001800* Aenderung an einer Abstimmposition (KKA4AP) oder einer   *
001900* Schliessung (AKA4OF, AKAADI, AKAAMA, AKAEIN) in die      *
002000* Outbox-Tabelle KA02AKEO. Die Folgenummer wird aus der    *
002100* Zaehlerzeile OUTBOX in KA02AKEZ vergeben: Zaehler und    *
002200* Ereignis werden in der Arbeitseinheit des Aufrufers      *
002300* geschrieben, es wird nicht selbst festgeschrieben. Wird  *
002400* die Aenderung zurueckgesetzt, entfallen Zaehlerstand und *
002500* Ereignis mit ihr - die Folgenummern bleiben lueckenlos.  *
002600* Die Zaehlerzeile serialisiert die schreibenden Auftraege.*
002700* Ein Fehler wird ueber das Gewicht gemeldet; der Aufrufer *
002800* bricht dann seine Aenderung ab.                          *
002900* Zugestellt werden die Ereignisse durch AKAEVD.           *
003000*@E-ELEMENTBESCHREIBUNG                                    *
003100*                                                          *
003200*@A-COBOL-COPY                                             *
003300* Benoetigte COBOL-Copies:                                 *
003400* DCTGRCGE   : RETURNCODE GEWICHTE                         *
003500* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
003600* CGSTTAB    : TABELLENZUGRIFF                             *
003700* CKAI0AEO   : EINGABEBEREICH KA02AKEO                     *
003800* CKAO0AEO   : AUSGABEBEREICH KA02AKEO                     *
003900* CKAI0AEZ   : EINGABEBEREICH KA02AKEZ                     *
004000* CKAO0AEZ   : AUSGABEBEREICH KA02AKEZ                     *
004100* CKAIEVT    : EIN-/AUSGABEBEREICH AKAEVT                  *
004200*@E-COBOL-COPY                                             *
004300*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58813                                               *      D01
090052*     Neuanlage - Ereignis-Outbox KA02AKEO mit lueckenloser*      D01
090053*     Folgenummer fuer Status-Aenderungen an Abstimm-      *      D01
090054*     positionen und Schliessungen.                        *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAEVT.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akaevt  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
102000                                  "SCHREIBEN-EQUAL".
102100     20 C-OBJEKT-TAB-KA02AKEO     PIC X(009) VALUE "KA02AKEO".
102200     20 C-OBJEKT-TAB-KA02AKEZ     PIC X(009) VALUE "KA02AKEZ".
102300     20 C-01-INT-EREIGNIS-SCHR    PIC X(040) VALUE
102400                                  "01-INT-EREIGNIS-SCHR".
102500     20 C-ZAEHLER-OUTBOX          PIC X(008) VALUE "OUTBOX".
102600     20 C-1                       PIC 9(001) VALUE 1.
102700/---------------------------------------------------------------*
102800* Tabellenzugriff Outbox und Zaehler                            *
102900*---------------------------------------------------------------*
103000  COPY DCTGRCGE.
103100  COPY CGSTTAB.
103200  COPY CKAI0AEO.
103300  COPY CKAO0AEO.
103400  COPY CKAI0AEZ.
103500  COPY CKAO0AEZ.
103600/---------------------------------------------------------------*
103700* Hilfsvariable                                                 *
103800*---------------------------------------------------------------*
103900 01  H-TIMESTAMP-FIELDS.
104000     05  H-TIMESTAMP              PIC X(014).
104100     05  FILLER                   PIC X(007).
104200/****************************************************************
104300 LINKAGE SECTION.
104400*****************************************************************
104500  COPY CKAIEVT.
104600  COPY CGSOVER.
104700/
104800 PROCEDURE DIVISION
104900     USING KAIEVT-EIN-AUSGABEBEREICH
105000           GSOVER-VERSTAENDIGUNGSBEREICH.
105100
105200 STEUER-AKAEVT SECTION.
105300 STEUER-AKAEVT-1001.
105400     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
105500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
105600     EVALUATE KAIEVT-FUNKTION
105700     WHEN C-01-INT-EREIGNIS-SCHR
105800       PERFORM EREIGNIS-SCHREIBEN
105900     WHEN OTHER
106000       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
106100     END-EVALUATE
106200     GO TO PROGRAMM-VERLASSEN
106300     .
106400 STEUER-AKAEVT-1002.
106500     EXIT.
106600/---------------------------------------------------------------*
106700* Naechste Folgenummer vergeben und das Ereignis schreiben      *
106800*---------------------------------------------------------------*
106900 EREIGNIS-SCHREIBEN SECTION.
107000 EREIGNIS-SCHREIBEN-1001.
107100     MOVE ZERO                    TO KAIEVT-FOLGENUMMER
107200     PERFORM NUMMER-VERGEBEN
107300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
107400     THEN
107500       GO TO EREIGNIS-SCHREIBEN-999
107600     END-IF
107700     MOVE KAO0AEZ-LETZTE-NUMMER   TO KAI0AEO-FOLGENUMMER
107800     INITIALIZE KAO0AEO-AUSGABEBEREICH
107900     MOVE KAIEVT-OBJEKT           TO KAO0AEO-OBJEKT
108000     MOVE KAIEVT-ART              TO KAO0AEO-ART
108100     MOVE KAIEVT-AK-NUMMER        TO KAO0AEO-AK-NUMMER
108200     MOVE KAIEVT-HERKUNFT         TO KAO0AEO-HERKUNFT
108300     MOVE KAIEVT-KONTO-ID         TO KAO0AEO-KONTO-ID
108400     MOVE KAIEVT-AUSZUGSDATUM     TO KAO0AEO-AUSZUGSDATUM
108500     MOVE KAIEVT-AUSZUGSNUMMER    TO KAO0AEO-AUSZUGSNUMMER
108600     MOVE KAIEVT-AUSZUG-FNR       TO KAO0AEO-AUSZUG-FNR
108700     MOVE KAIEVT-LFD-NR-APO       TO KAO0AEO-LFD-NR-APO
108800     MOVE KAIEVT-SCHLIESSUNGSNR   TO KAO0AEO-SCHLIESSUNGSNR
108900     MOVE KAIEVT-STATUS-ALT       TO KAO0AEO-STATUS-ALT
109000     MOVE KAIEVT-STATUS-NEU       TO KAO0AEO-STATUS-NEU
109100     MOVE KAIEVT-BETRAG           TO KAO0AEO-BETRAG
109200     MOVE KAIEVT-WAEHRUNG         TO KAO0AEO-WAEHRUNG
109300     MOVE KAIEVT-PROGRAMM         TO KAO0AEO-PROGRAMM
109400     MOVE KAIEVT-BENUTZER         TO KAO0AEO-BENUTZER
109500     MOVE H-TIMESTAMP             TO KAO0AEO-ZEITPUNKT
109600     SET KAO0AEO-OFFEN            TO TRUE
109700     MOVE ZERO                    TO KAO0AEO-VERSAND-DATUM
109800                                     KAO0AEO-ANZ-VERSAND
109900     CALL "CGSTAB"
110000     USING C-TAB-SCHREIBEN-EQUAL
110100           C-KONFIG-ID-KA
110200           C-OBJEKT-TAB-KA02AKEO
110300           GSOVER-VERSTAENDIGUNGSBEREICH
110400           KAI0AEO-EINGABEBEREICH
110500           KAO0AEO-AUSGABEBEREICH
110600           GSTTAB-EIN-AUSGABEBEREICH
110700     END-CALL
110800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
110900     THEN
111000       MOVE KAI0AEO-FOLGENUMMER   TO KAIEVT-FOLGENUMMER
111100     END-IF
111200     .
111300 EREIGNIS-SCHREIBEN-999.
111400     EXIT.
111500 EREIGNIS-SCHREIBEN-1002.
111600     EXIT.
111700/---------------------------------------------------------------*
111800* Zaehlerzeile OUTBOX lesen, hochzaehlen und zurueckschreiben;  *
111900* fehlt die Zeile, beginnt die Zaehlung bei 1                   *
112000*---------------------------------------------------------------*
112100 NUMMER-VERGEBEN SECTION.
112200 NUMMER-VERGEBEN-1001.
112300     MOVE C-ZAEHLER-OUTBOX        TO KAI0AEZ-ZAEHLER-ID
112400     CALL "CGSTAB"
112500     USING C-TAB-LESEN-EQUAL
112600           C-KONFIG-ID-KA
112700           C-OBJEKT-TAB-KA02AKEZ
112800           GSOVER-VERSTAENDIGUNGSBEREICH
112900           KAI0AEZ-EINGABEBEREICH
113000           KAO0AEZ-AUSGABEBEREICH
113100           GSTTAB-EIN-AUSGABEBEREICH
113200     END-CALL
113300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
113400     THEN
113500       INITIALIZE KAO0AEZ-AUSGABEBEREICH
113600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
113700     END-IF
113800     ADD C-1                      TO KAO0AEZ-LETZTE-NUMMER
113900     MOVE H-TIMESTAMP (1:8)       TO KAO0AEZ-AEND-DATUM
114000     MOVE KAIEVT-PROGRAMM         TO KAO0AEZ-PROGRAMM
114100     CALL "CGSTAB"
114200     USING C-TAB-SCHREIBEN-EQUAL
114300           C-KONFIG-ID-KA
114400           C-OBJEKT-TAB-KA02AKEZ
114500           GSOVER-VERSTAENDIGUNGSBEREICH
114600           KAI0AEZ-EINGABEBEREICH
114700           KAO0AEZ-AUSGABEBEREICH
114800           GSTTAB-EIN-AUSGABEBEREICH
114900     END-CALL
115000     .
115100 NUMMER-VERGEBEN-1002.
115200     EXIT.
115300/
115400 PROGRAMM-VERLASSEN SECTION.
115500 PROGRAMM-VERLASSEN-1001.
115600     EXIT PROGRAM
115700     .
115800 PROGRAMM-VERLASSEN-1002.
115900     EXIT.
