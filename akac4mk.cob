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
000160*@Titel         : (CI)  Kommentar wesentlicher offener Posten
000160*@Elementname   : akac4mk.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : ja
000160*@Kategorie     : scc
000160*@BatchDialog   : dialog
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Kommentar wesentlicher offener Posten        *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001300*                                                           *
001400*************************************************************
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* CI-Auftrag zur Kommentierung der wesentlichen offenen     *
001800* Posten des Monatsberichts an die Finanzleitung (die       *
001900* Kommentarauftraege legt AKAMAT in KA02AKMK an).           *
002000* Service GET liefert den Auftrag mit eingefrorenem Betrag, *
002100* Auswahlgrund, Frist und bisherigem Kommentar.             *
002200* Service SET erfasst Ursache, Massnahme und erwartete      *
002300* Erledigung; alle drei Angaben sind Pflicht, der           *
002400* Erledigungstermin darf nicht vor dem Tagesdatum liegen.   *
002500* Ist dem Posten ein Sachbearbeiter zugeordnet, darf nur    *
002600* dieser kommentieren. Benutzer und Datum des Kommentars    *
002700* werden festgehalten; ein Kommentar nach Ablauf der Frist  *
002800* wird angenommen und im Bericht als verspaetet ausgewiesen.*
002900*@E-ELEMENTBESCHREIBUNG                                     *
003000*                                                           *
003100*@A-MODULAUFRUF                                             *
003200* Aufruf-Parameter: PRODECURE DIVISION                      *
003300*                   USING GSCI-STEUERDATEN                  *
003400*@E-MODULAUFRUF                                             *
003500*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58799                                                *     D01
090052*     Neuanlage - Kommentardialog der wesentlichen offenen  *     D01
090053*     Posten KA02AKMK fuer den Monatsbericht AKAMAT.        *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAC4MK.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akac4mk ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01 GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-KONFIG-ID-GS            PIC X(002) VALUE "GS".
101900     20 C-CI-NACHRICHT-LESEN      PIC X(040)
102000                                  VALUE "NACHRICHT-LESEN".
102100     20 C-CI-NACHRICHT-SCHREIBEN  PIC X(040)
102200                                  VALUE "NACHRICHT-SCHREIBEN".
102300     20 C-OBJEKT-CI-LINES         PIC X(020) VALUE "LINES".
102400     20 C-CI-MELDUNGEN            PIC X(001) VALUE "M".
102500     20 C-KAC4MK                  PIC X(008) VALUE "KAC4MK".
102600     20 C-RETCODE-END             PIC 9(004) COMP-5 VALUE 0.
102700     20 C-GET                     PIC X(006) VALUE "GET   ".
102800     20 C-SET                     PIC X(006) VALUE "SET   ".
102900     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
103000     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
103100                                  "SCHREIBEN-EQUAL".
103200     20 C-TAB-ANM-DAT-LESEN       PIC X(040) VALUE
103300                                  "ANM-DAT-LESEN".
103400     20 C-OBJEKT-TAB-ANMELDEDATEN PIC X(020) VALUE "ANMELDEDATEN".
103500     20 C-OBJEKT-TAB-KA02AKMK     PIC X(009) VALUE "KA02AKMK".
103600 01 C-MELDUNGS-CODES.
103700     05 C-OBJEKT-KA4941           PIC X(008) VALUE "KA4941".
103800     05 C-OBJEKT-KA4942           PIC X(008) VALUE "KA4942".
103900     05 C-OBJEKT-KA4943           PIC X(008) VALUE "KA4943".
104000/---------------------------------------------------------------*
104100* Meldungsgewichte                                              *
104200*---------------------------------------------------------------*
104300  COPY DCTGRCGE.
104400/---------------------------------------------------------------*
104500* LOCAL-STORAGE-Section                                         *
104600*---------------------------------------------------------------*
104700 LOCAL-STORAGE SECTION.
104800  COPY CGSOVER.
104900 01  DUMMY                        PIC X(001).
105000  COPY CGSICI.
105100  COPY CGSOCI.
105200  COPY CGSTTAB.
105300  COPY CGSO1ANM.
105400  COPY CKAI0AMK.
105500  COPY CKAO0AMK.
105600  COPY CKAC4MK.
105700 01  H-DATUM                      PIC 9(008).
105800 01  H-ERLEDIGUNG-BIS             PIC 9(008).
105900/****************************************************************
106000 LINKAGE SECTION.
106100*****************************************************************
106200  COPY CGSCISD.
106300*****************************************************************
106400 PROCEDURE DIVISION
106500     USING GSCI-STEUERDATEN.
106600
106700 STEUER-AKAC4MK SECTION.
106800 STEUER-AKAC4MK-1001.
106900     MOVE SPACE                   TO DUMMY
107000     MOVE C-RETCODE-END           TO GSCI-ENDESTATUS
107100     PERFORM INIT-KADA-KAC4MK
107200     EVALUATE GSCI-SERVICE
107300       WHEN C-GET
107400         PERFORM APDU-FELDER-LESEN
107500         PERFORM AUFTRAG-LESEN
107600         PERFORM AUSGABE-VERSORGEN
107700         PERFORM APDU-FELDER-SCHREIBEN
107800       WHEN C-SET
107900         PERFORM APDU-FELDER-LESEN
108000         PERFORM LESEN-ANMELDEDATEN
108100         PERFORM AUFTRAG-LESEN
108200         PERFORM KOMMENTIEREN
108300         PERFORM AUSGABE-VERSORGEN
108400         PERFORM APDU-FELDER-SCHREIBEN
108500       WHEN OTHER
108600         GO TO PROGRAMM-VERLASSEN
108700     END-EVALUATE
108800     .
108900 STEUER-AKAC4MK-1002.
109000     GO TO PROGRAMM-VERLASSEN
109100     .
109200/---------------------------------------------------------------*
109300* Kommentarauftrag lesen (Abbruch, wenn nicht vorhanden)        *
109400*---------------------------------------------------------------*
109500 AUFTRAG-LESEN SECTION.
109600 AUFTRAG-LESEN-1001.
109700     MOVE KAC4MK-E-PERIODE        TO KAI0AMK-PERIODE
109800     MOVE KAC4MK-E-AK-NUMMER      TO KAI0AMK-AK-NUMMER
109900     MOVE KAC4MK-E-HERKUNFT       TO KAI0AMK-HERKUNFT
110000     MOVE KAC4MK-E-KONTO-ID       TO KAI0AMK-KONTO-ID
110100     MOVE KAC4MK-E-AUSZUGSDATUM   TO KAI0AMK-AUSZUGSDATUM
110200     MOVE KAC4MK-E-AUSZUGSNUMMER  TO KAI0AMK-AUSZUGSNUMMER
110300     MOVE KAC4MK-E-AUSZUG-FNR     TO KAI0AMK-AUSZUG-FNR
110400     MOVE KAC4MK-E-LFD-NR-APO     TO KAI0AMK-LFD-NR-APO
110500     CALL "CGSTAB"
110600     USING C-TAB-LESEN-EQUAL
110700           C-KONFIG-ID-KA
110800           C-OBJEKT-TAB-KA02AKMK
110900           GSOVER-VERSTAENDIGUNGSBEREICH
111000           KAI0AMK-EINGABEBEREICH
111100           KAO0AMK-AUSGABEBEREICH
111200           GSTTAB-EIN-AUSGABEBEREICH
111300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
111400     THEN
111500       PERFORM MELDUNG-IN-APDU-EINTRAGEN
111600       GO TO PROGRAMM-VERLASSEN
111700     END-IF
111800     .
111900 AUFTRAG-LESEN-1002.
112000     EXIT.
112100/---------------------------------------------------------------*
112200* Kommentar pruefen und im Auftrag fortschreiben                *
112300*---------------------------------------------------------------*
112400 KOMMENTIEREN SECTION.
112500 KOMMENTIEREN-1001.
112600     ACCEPT H-DATUM               FROM DATE YYYYMMDD
112700*    nur der zugeordnete Sachbearbeiter (falls gesetzt)
112800     IF KAO0AMK-SACHBEARBEITER    NOT = SPACE
112900        AND KAO0AMK-SACHBEARBEITER NOT =
113000            GSO1ANM-BENUTZERIDENTIFIKATION
113100     THEN
113200*      KA4943 Kommentar nur durch den zustaendigen Sachbearbeiter
113300       MOVE C-OBJEKT-KA4943       TO GSOVER-RETURNCODE
113400       MOVE C-GEW-WARNUNG         TO GSOVER-GEWICHT
113500       PERFORM MELDUNG-IN-APDU-EINTRAGEN
113600       GO TO PROGRAMM-VERLASSEN
113700     END-IF
113800*    Ursache, Massnahme und Erledigungstermin sind Pflicht
113900     IF KAC4MK-E-URSACHE          = SPACE OR HIGH-VALUE
114000        OR KAC4MK-E-MASSNAHME     = SPACE OR HIGH-VALUE
114100        OR KAC4MK-E-ERLEDIGUNG-BIS
114200                                  NOT NUMERIC
114300     THEN
114400*      KA4941 Ursache, Massnahme und Erledigung sind Pflicht
114500       MOVE C-OBJEKT-KA4941       TO GSOVER-RETURNCODE
114600       MOVE C-GEW-WARNUNG         TO GSOVER-GEWICHT
114700       PERFORM MELDUNG-IN-APDU-EINTRAGEN
114800       GO TO PROGRAMM-VERLASSEN
114900     END-IF
115000     MOVE KAC4MK-E-ERLEDIGUNG-BIS TO H-ERLEDIGUNG-BIS
115100     IF H-ERLEDIGUNG-BIS          < H-DATUM
115200     THEN
115300*      KA4942 Erledigungstermin liegt vor dem Tagesdatum
115400       MOVE C-OBJEKT-KA4942       TO GSOVER-RETURNCODE
115500       MOVE C-GEW-WARNUNG         TO GSOVER-GEWICHT
115600       PERFORM MELDUNG-IN-APDU-EINTRAGEN
115700       GO TO PROGRAMM-VERLASSEN
115800     END-IF
115900     MOVE KAC4MK-E-URSACHE        TO KAO0AMK-URSACHE
116000     MOVE KAC4MK-E-MASSNAHME      TO KAO0AMK-MASSNAHME
116100     MOVE H-ERLEDIGUNG-BIS        TO KAO0AMK-ERLEDIGUNG-BIS
116200     MOVE GSO1ANM-BENUTZERIDENTIFIKATION
116300                                  TO KAO0AMK-KOMMENTATOR
116400     MOVE H-DATUM                 TO KAO0AMK-KOMM-DATUM
116500     SET KAO0AMK-KOMMENTIERT      TO TRUE
116600     CALL "CGSTAB"
116700     USING C-TAB-SCHREIBEN-EQUAL
116800           C-KONFIG-ID-KA
116900           C-OBJEKT-TAB-KA02AKMK
117000           GSOVER-VERSTAENDIGUNGSBEREICH
117100           KAI0AMK-EINGABEBEREICH
117200           KAO0AMK-AUSGABEBEREICH
117300           GSTTAB-EIN-AUSGABEBEREICH
117400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
117500     THEN
117600       PERFORM MELDUNG-IN-APDU-EINTRAGEN
117700       GO TO PROGRAMM-VERLASSEN
117800     END-IF
117900     .
118000 KOMMENTIEREN-1002.
118100     EXIT.
118200/---------------------------------------------------------------*
118300* Ausgabefelder aus dem Auftrag versorgen                       *
118400*---------------------------------------------------------------*
118500 AUSGABE-VERSORGEN SECTION.
118600 AUSGABE-VERSORGEN-1001.
118700     MOVE KAO0AMK-FACHBEREICH     TO KAC4MK-A-FACHBEREICH
118800     MOVE KAO0AMK-SACHBEARBEITER  TO KAC4MK-A-SACHBEARBEITER
118900     MOVE KAO0AMK-WAEHRUNG        TO KAC4MK-A-WAEHRUNG
119000     MOVE KAO0AMK-BETRAG          TO KAC4MK-A-BETRAG
119100     MOVE KAO0AMK-HW-BETRAG       TO KAC4MK-A-HW-BETRAG
119200     MOVE KAO0AMK-AUSWAHL-GRUND   TO KAC4MK-A-AUSWAHL-GRUND
119300     MOVE KAO0AMK-RANG            TO KAC4MK-A-RANG
119400     MOVE KAO0AMK-FRIST           TO KAC4MK-A-FRIST
119500     MOVE KAO0AMK-STATUS          TO KAC4MK-A-STATUS
119600     MOVE KAO0AMK-URSACHE         TO KAC4MK-A-URSACHE
119700     MOVE KAO0AMK-MASSNAHME       TO KAC4MK-A-MASSNAHME
119800     MOVE KAO0AMK-ERLEDIGUNG-BIS  TO KAC4MK-A-ERLEDIGUNG-BIS
119900     MOVE KAO0AMK-KOMMENTATOR     TO KAC4MK-A-KOMMENTATOR
120000     MOVE KAO0AMK-KOMM-DATUM      TO KAC4MK-A-KOMM-DATUM
120100     .
120200 AUSGABE-VERSORGEN-1002.
120300     EXIT.
120400/---------------------------------------------------------------*
120500* Anmeldedaten (Benutzerkennung) lesen                          *
120600*---------------------------------------------------------------*
120700 LESEN-ANMELDEDATEN SECTION.
120800 LESEN-ANMELDEDATEN-1001.
120900     CALL "CGSTAB"
121000     USING C-TAB-ANM-DAT-LESEN
121100           C-KONFIG-ID-GS
121200           C-OBJEKT-TAB-ANMELDEDATEN
121300           GSOVER-VERSTAENDIGUNGSBEREICH
121400           DUMMY
121500           GSO1ANM-AUSGABEBEREICH
121600           GSTTAB-EIN-AUSGABEBEREICH
121700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
121800     THEN
121900       PERFORM MELDUNG-IN-APDU-EINTRAGEN
122000       GO TO PROGRAMM-VERLASSEN
122100     END-IF
122200     .
122300 LESEN-ANMELDEDATEN-1002.
122400     EXIT.
122500/
122600 APDU-FELDER-LESEN SECTION.
122700 APDU-FELDER-LESEN-1001.
122800     MOVE C-KAC4MK                TO GSICI-NAME-KADA-BEREICH
122900     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
123000     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
123100     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
123200                                  KAC4MK-EA-BEREICH
123300     CALL "CGSCI"
123400     USING C-CI-NACHRICHT-LESEN
123500           C-KONFIG-ID-KA
123600           C-OBJEKT-CI-LINES
123700           GSOVER-VERSTAENDIGUNGSBEREICH
123800           GSICI-EINGABEBEREICH
123900           DUMMY
124000           DUMMY
124100     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
124200     THEN
124300       PERFORM MELDUNG-IN-APDU-EINTRAGEN
124400       GO TO PROGRAMM-VERLASSEN
124500     END-IF
124600     .
124700 APDU-FELDER-LESEN-1002.
124800     EXIT.
124900/
125000 APDU-FELDER-SCHREIBEN SECTION.
125100 APDU-FELDER-SCHREIBEN-1001.
125200     MOVE C-KAC4MK                TO GSICI-NAME-KADA-BEREICH
125300     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
125400     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
125500     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
125600                                  KAC4MK-EA-BEREICH
125700     CALL "CGSCI"
125800     USING C-CI-NACHRICHT-SCHREIBEN
125900           C-KONFIG-ID-KA
126000           C-OBJEKT-CI-LINES
126100           GSOVER-VERSTAENDIGUNGSBEREICH
126200           GSICI-EINGABEBEREICH
126300           DUMMY
126400           DUMMY
126500     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
126600     THEN
126700       PERFORM MELDUNG-IN-APDU-EINTRAGEN
126800       GO TO PROGRAMM-VERLASSEN
126900     END-IF
127000     .
127100 APDU-FELDER-SCHREIBEN-1002.
127200     EXIT.
127300/
127400 INIT-KADA-KAC4MK SECTION.
127500 INIT-KADA-KAC4MK-1001.
127600     MOVE HIGH-VALUE              TO KAC4MK-EA-BEREICH
127700     .
127800 INIT-KADA-KAC4MK-1002.
127900     EXIT.
128000/
128100 MELDUNG-IN-APDU-EINTRAGEN SECTION.
128200 MELDUNG-IN-APDU-EINTRAGEN-1001.
128300     MOVE C-CI-MELDUNGEN          TO GSICI-INDIKATOR-MODUS
128400     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
128500     CALL "CGSCI"
128600     USING C-CI-NACHRICHT-SCHREIBEN
128700           C-KONFIG-ID-KA
128800           C-OBJEKT-CI-LINES
128900           GSOVER-VERSTAENDIGUNGSBEREICH
129000           GSICI-EINGABEBEREICH
129100           DUMMY
129200           DUMMY
129300     .
129400 MELDUNG-IN-APDU-EINTRAGEN-1002.
129500     EXIT.
129600/
129700 PROGRAMM-VERLASSEN SECTION.
129800 PROGRAMM-VERLASSEN-1001.
129900     EXIT PROGRAM
130000     .
130100 PROGRAMM-VERLASSEN-1002.
130200     EXIT
130300     .
