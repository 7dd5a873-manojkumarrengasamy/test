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
000160*@Titel         : Ticketregister Betriebsalarme
000160*@Elementname   : akatkt.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sub
000160*@BatchDialog   : beides
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Ticketregister Betriebsalarme             *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Gemeinsamer Dienst der Alarmquellen (AKALIM Limitbruch,  *
001800* AKAVOL Volumenanomalie, AKAMIS fehlender Auszug, AKARUN  *
001900* Vorlaeufer-Stopp KA4914, AKARUNR abgebrochener Lauf):    *
002000* 01-INT-TICKET-MELDEN traegt den Alarm mit Kategorie,     *
002100* Schweregrad, Abstimmkreis und Laufreferenz in das        *
002200* Ticketregister KA02AKTK ein. Schluessel ist Kategorie,   *
002300* Abstimmkreis und Referenz des Alarms. Ist zum Schluessel *
002400* bereits ein Ticket offen (Status N, U oder B), wird kein *
002500* zweites eroeffnet: Anzahl und letztes Auftreten werden   *
002600* fortgeschrieben, ein hoeherer Schweregrad wird           *
002700* uebernommen und fuer die Aktualisierung im Ticketsystem  *
002800* vorgemerkt. Ohne Eintrag oder nach geschlossenem Ticket  *
002900* wird eine neue Meldungsnummer (Zaehler TICKET in         *
003000* KA02AKEZ) vergeben und der Eintrag mit Status N          *
003100* angelegt. Zurueckgegeben werden Meldungsnummer,          *
003200* Ticketnummer und Status fuer die Alarmliste.             *
003300* Den Austausch mit dem Ticketsystem fuehrt AKATKV durch.  *
003400*@E-ELEMENTBESCHREIBUNG                                    *
003500*                                                          *
003600*@A-MODULAUFRUF                                            *
003700* CALL "AKATKT" USING KAITKT-EIN-AUSGABEBEREICH            *
003800*                     GSOVER-VERSTAENDIGUNGSBEREICH        *
003900*@E-MODULAUFRUF                                            *
004000*                                                          *
004100*@A-COBOL-COPY                                             *
004200* Benoetigte COBOL-Copies:                                 *
004300* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004400* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004500* CGSTTAB    : TABELLENZUGRIFF                             *
004600* CKAI0ATK   : EINGABEBEREICH KA02AKTK                     *
004700* CKAO0ATK   : AUSGABEBEREICH KA02AKTK                     *
004800* CKAI0AEZ   : EINGABEBEREICH KA02AKEZ                     *
004900* CKAO0AEZ   : AUSGABEBEREICH KA02AKEZ                     *
005000* CKAITKT    : EIN-/AUSGABEBEREICH AKATKT                  *
005100*@E-COBOL-COPY                                             *
005200*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58814                                               *      D01
090052*     Neuanlage - Ticketregister KA02AKTK fuer die         *      D01
090053*     Betriebsalarme, ein offenes Ticket je Alarm.         *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKATKT.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akatkt  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
101900     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
102000                                  "SCHREIBEN-EQUAL".
102100     20 C-OBJEKT-TAB-KA02AKTK     PIC X(009) VALUE "KA02AKTK".
102200     20 C-OBJEKT-TAB-KA02AKEZ     PIC X(009) VALUE "KA02AKEZ".
102300     20 C-01-INT-TICKET-MELDEN    PIC X(040) VALUE
102400                                  "01-INT-TICKET-MELDEN".
102500     20 C-ZAEHLER-TICKET          PIC X(008) VALUE "TICKET".
102600     20 C-SCHWERE-MITTEL          PIC 9(001) VALUE 3.
102700     20 C-MAX-MELDUNGEN           PIC 9(005) VALUE 99999.
102800     20 C-1                       PIC 9(001) VALUE 1.
102900/---------------------------------------------------------------*
103000* Tabellenzugriff Ticketregister und Zaehler                    *
103100*---------------------------------------------------------------*
103200  COPY DCTGRCGE.
103300  COPY CGSTTAB.
103400  COPY CKAI0ATK.
103500  COPY CKAO0ATK.
103600  COPY CKAI0AEZ.
103700  COPY CKAO0AEZ.
103800/---------------------------------------------------------------*
103900* Hilfsvariable                                                 *
104000*---------------------------------------------------------------*
104100 01  H-TIMESTAMP-FIELDS.
104200     05  H-TAGESDATUM             PIC 9(008).
104300     05  FILLER                   PIC X(013).
104400 01  H-EINTRAG-KZ                 PIC X(001).
104500     88 EINTRAG-OFFEN             VALUE "J".
104600     88 EINTRAG-N-OFFEN           VALUE "N".
104700/****************************************************************
104800 LINKAGE SECTION.
104900*****************************************************************
105000  COPY CKAITKT.
105100  COPY CGSOVER.
105200/
105300 PROCEDURE DIVISION
105400     USING KAITKT-EIN-AUSGABEBEREICH
105500           GSOVER-VERSTAENDIGUNGSBEREICH.
105600
105700 STEUER-AKATKT SECTION.
105800 STEUER-AKATKT-1001.
105900     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
106000     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
106100     EVALUATE KAITKT-FUNKTION
106200     WHEN C-01-INT-TICKET-MELDEN
106300       PERFORM TICKET-MELDEN
106400     WHEN OTHER
106500       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
106600     END-EVALUATE
106700     GO TO PROGRAMM-VERLASSEN
106800     .
106900 STEUER-AKATKT-1002.
107000     EXIT.
107100/---------------------------------------------------------------*
107200* Alarm eintragen: offenes Ticket fortschreiben oder neuen      *
107300* Eintrag mit neuer Meldungsnummer anlegen                      *
107400*---------------------------------------------------------------*
107500 TICKET-MELDEN SECTION.
107600 TICKET-MELDEN-1001.
107700     MOVE ZERO                    TO KAITKT-MELDUNGSNR
107800     MOVE SPACE                   TO KAITKT-TICKET-NR
107900                                     KAITKT-STATUS
108000                                     KAITKT-NEU-KZ
108100     IF KAITKT-SCHWERE            NOT NUMERIC
108200        OR KAITKT-SCHWERE         = ZERO
108300        OR KAITKT-SCHWERE         > C-SCHWERE-MITTEL
108400     THEN
108500       MOVE C-SCHWERE-MITTEL      TO KAITKT-SCHWERE
108600     END-IF
108700     MOVE KAITKT-KATEGORIE        TO KAI0ATK-KATEGORIE
108800     MOVE KAITKT-AK-NUMMER        TO KAI0ATK-AK-NUMMER
108900     MOVE KAITKT-REFERENZ         TO KAI0ATK-REFERENZ
109000     SET EINTRAG-N-OFFEN          TO TRUE
109100     CALL "CGSTAB"
109200     USING C-TAB-LESEN-EQUAL
109300           C-KONFIG-ID-KA
109400           C-OBJEKT-TAB-KA02AKTK
109500           GSOVER-VERSTAENDIGUNGSBEREICH
109600           KAI0ATK-EINGABEBEREICH
109700           KAO0ATK-AUSGABEBEREICH
109800           GSTTAB-EIN-AUSGABEBEREICH
109900     END-CALL
110000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
110100        AND NOT KAO0ATK-GESCHLOSSEN
110200     THEN
110300       SET EINTRAG-OFFEN          TO TRUE
110400     END-IF
110500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
110600*
110700     IF EINTRAG-OFFEN
110800     THEN
110900*      offenes Ticket: kein Duplikat, nur Auftreten zaehlen
111000       IF KAO0ATK-ANZ-MELDUNGEN   < C-MAX-MELDUNGEN
111100       THEN
111200         ADD C-1                  TO KAO0ATK-ANZ-MELDUNGEN
111300       END-IF
111400       IF KAITKT-SCHWERE          < KAO0ATK-SCHWERE
111500       THEN
111600         MOVE KAITKT-SCHWERE      TO KAO0ATK-SCHWERE
111700         IF NOT KAO0ATK-NEU
111800         THEN
111900           SET KAO0ATK-AKTUALISIEREN
112000                                  TO TRUE
112100         END-IF
112200       END-IF
112300     ELSE
112400       PERFORM NUMMER-VERGEBEN
112500       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
112600       THEN
112700         GO TO TICKET-MELDEN-999
112800       END-IF
112900       INITIALIZE KAO0ATK-AUSGABEBEREICH
113000       MOVE KAO0AEZ-LETZTE-NUMMER TO KAO0ATK-MELDUNGSNR
113100       MOVE KAITKT-SCHWERE        TO KAO0ATK-SCHWERE
113200       SET KAO0ATK-NEU            TO TRUE
113300       MOVE SPACE                 TO KAO0ATK-AKTUALISIEREN-KZ
113400                                     KAO0ATK-TICKET-NR
113500       MOVE H-TAGESDATUM          TO KAO0ATK-ERST-DATUM
113600       MOVE C-1                   TO KAO0ATK-ANZ-MELDUNGEN
113700       SET KAITKT-NEU-ANGELEGT    TO TRUE
113800     END-IF
113900     MOVE H-TAGESDATUM            TO KAO0ATK-LETZT-DATUM
114000     MOVE KAITKT-LAUFDATUM        TO KAO0ATK-LAUFDATUM
114100     MOVE KAITKT-LAUF-PROGRAMM    TO KAO0ATK-LAUF-PROGRAMM
114200     MOVE KAITKT-PROGRAMM         TO KAO0ATK-MELDE-PROGRAMM
114300     MOVE KAITKT-TEXT             TO KAO0ATK-TEXT
114400     CALL "CGSTAB"
114500     USING C-TAB-SCHREIBEN-EQUAL
114600           C-KONFIG-ID-KA
114700           C-OBJEKT-TAB-KA02AKTK
114800           GSOVER-VERSTAENDIGUNGSBEREICH
114900           KAI0ATK-EINGABEBEREICH
115000           KAO0ATK-AUSGABEBEREICH
115100           GSTTAB-EIN-AUSGABEBEREICH
115200     END-CALL
115300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
115400     THEN
115500       MOVE KAO0ATK-MELDUNGSNR    TO KAITKT-MELDUNGSNR
115600       MOVE KAO0ATK-TICKET-NR     TO KAITKT-TICKET-NR
115700       MOVE KAO0ATK-STATUS        TO KAITKT-STATUS
115800     END-IF
115900     .
116000 TICKET-MELDEN-999.
116100     EXIT.
116200 TICKET-MELDEN-1002.
116300     EXIT.
116400/---------------------------------------------------------------*
116500* Zaehlerzeile TICKET lesen, hochzaehlen und zurueckschreiben;  *
116600* fehlt die Zeile, beginnt die Zaehlung bei 1                   *
116700*---------------------------------------------------------------*
116800 NUMMER-VERGEBEN SECTION.
116900 NUMMER-VERGEBEN-1001.
117000     MOVE C-ZAEHLER-TICKET        TO KAI0AEZ-ZAEHLER-ID
117100     CALL "CGSTAB"
117200     USING C-TAB-LESEN-EQUAL
117300           C-KONFIG-ID-KA
117400           C-OBJEKT-TAB-KA02AKEZ
117500           GSOVER-VERSTAENDIGUNGSBEREICH
117600           KAI0AEZ-EINGABEBEREICH
117700           KAO0AEZ-AUSGABEBEREICH
117800           GSTTAB-EIN-AUSGABEBEREICH
117900     END-CALL
118000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
118100     THEN
118200       INITIALIZE KAO0AEZ-AUSGABEBEREICH
118300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
118400     END-IF
118500     ADD C-1                      TO KAO0AEZ-LETZTE-NUMMER
118600     MOVE H-TAGESDATUM            TO KAO0AEZ-AEND-DATUM
118700     MOVE KAITKT-PROGRAMM         TO KAO0AEZ-PROGRAMM
118800     CALL "CGSTAB"
118900     USING C-TAB-SCHREIBEN-EQUAL
119000           C-KONFIG-ID-KA
119100           C-OBJEKT-TAB-KA02AKEZ
119200           GSOVER-VERSTAENDIGUNGSBEREICH
119300           KAI0AEZ-EINGABEBEREICH
119400           KAO0AEZ-AUSGABEBEREICH
119500           GSTTAB-EIN-AUSGABEBEREICH
119600     END-CALL
119700     .
119800 NUMMER-VERGEBEN-1002.
119900     EXIT.
120000/
120100 PROGRAMM-VERLASSEN SECTION.
120200 PROGRAMM-VERLASSEN-1001.
120300     EXIT PROGRAM
120400     .
120500 PROGRAMM-VERLASSEN-1002.
120600     EXIT.
