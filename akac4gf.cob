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
000160*@Titel         : (CI)  Freigabe GL-Schnittstellendateien
000160*@Elementname   : akac4gf.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : ja
000160*@Kategorie     : scc
000160*@BatchDialog   : dialog
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Freigabe GL-Schnittstellendateien         *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*************************************************************
001500*@A-ELEMENTBESCHREIBUNG                                    *
001600* Modul-Beschreibung:                                      *
001700* CI-Auftrag zur Freigabe der Hauptbuch-Schnittstellen-    *
001800* dateien GLBAUS (AKAGLB), RSTGLB (AKARST) und FXRGLB      *
001900* (AKAFXR) vor der Uebertragung. Angezeigt werden der      *
002000* Kopf der Vorlage aus KA02AKGF (Laufdatum, Erzeuger,      *
002100* Satzanzahl, Soll- und Habensumme) und seitenweise die    *
002200* Kontrollsummen je Waehrung und GL-Konto (KA03AKGK),      *
002300* jeweils mit den Werten der zuletzt uebertragenen Datei.  *
002400* Aktionen (Vier-Augen-Prinzip):                           *
002500*   P  Kontrollsummen geprueft (Status P -> K)             *
002600*   F  Freigabe durch einen anderen Benutzer als den       *
002700*      Pruefer (K -> F)                                    *
002800*   A  Ablehnung mit Grund (P oder K -> A)                 *
002900* Den Versand bzw. nach Ablehnung das Ruecksetzen der      *
003000* Register KA02AKGB/KA02AKRV fuehrt der Uebertragungslauf  *
003100* AKAGLU durch.                                            *
003200*@E-ELEMENTBESCHREIBUNG                                    *
003300*                                                          *
003400*@A-MODULAUFRUF                                            *
003500* Aufruf-Parameter: PRODECURE DIVISION                     *
003600*                   USING GSCI-STEUERDATEN                 *
003700*@E-MODULAUFRUF                                            *
003800*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58815                                               *      D01
090052*     Neuanlage - Vier-Augen-Freigabe der GL-Schnitt-      *      D01
090053*     stellendateien anhand KA02AKGF und KA02AKGK.         *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAC4GF.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akac4gf ".
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
102500     20 C-KAC4GF                  PIC X(008) VALUE "KAC4GF".
102600     20 C-RETCODE-END             PIC 9(004) COMP-5 VALUE 0.
102700     20 C-SET                     PIC X(006) VALUE "SET   ".
102800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
102900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
103000     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
103100                                  "SCHREIBEN-EQUAL".
103200     20 C-TAB-ANM-DAT-LESEN       PIC X(040) VALUE
103300                                  "ANM-DAT-LESEN".
103400     20 C-OBJEKT-TAB-ANMELDEDATEN PIC X(020) VALUE "ANMELDEDATEN".
103500     20 C-OBJEKT-TAB-KA02AKGF     PIC X(009) VALUE "KA02AKGF".
103600     20 C-OBJEKT-TAB-KA03AKGK     PIC X(009) VALUE "KA03AKGK".
103700     20 C-AKTION-PRUEFEN          PIC X(001) VALUE "P".
103800     20 C-AKTION-FREIGEBEN        PIC X(001) VALUE "F".
103900     20 C-AKTION-ABLEHNEN         PIC X(001) VALUE "A".
104000     20 C-MAX-POSTEN              PIC 9(003) VALUE 20.
104100 01 C-MELDUNGS-CODES.
104200     05 C-OBJEKT-KA4950           PIC X(008) VALUE "KA4950".
104300     05 C-OBJEKT-KA4951           PIC X(008) VALUE "KA4951".
104400     05 C-OBJEKT-KA4952           PIC X(008) VALUE "KA4952".
104500/---------------------------------------------------------------*
104600* Meldungsgewichte                                              *
104700*---------------------------------------------------------------*
104800  COPY DCTGRCGE.
104900/---------------------------------------------------------------*
105000* LOCAL-STORAGE-Section                                         *
105100*---------------------------------------------------------------*
105200 LOCAL-STORAGE SECTION.
105300  COPY CGSOVER.
105400 01  DUMMY                        PIC X(001).
105500  COPY CGSICI.
105600  COPY CGSOCI.
105700  COPY CGSTTAB.
105800  COPY CGSO1ANM.
105900  COPY CKAI0AGF.
106000  COPY CKAO0AGF.
106100  COPY CKA0AKGK.
106200  COPY CKAC4GF.
106300 01  H-DATUM                      PIC 9(008).
106400 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
106500 01  H-SCAN-STATUS                PIC X(001).
106600     88 SCAN-WEITER               VALUE "J".
106700     88 SCAN-FERTIG               VALUE "N".
106800/****************************************************************
106900 LINKAGE SECTION.
107000*****************************************************************
107100  COPY CGSCISD.
107200*****************************************************************
107300 PROCEDURE DIVISION
107400     USING GSCI-STEUERDATEN.
107500
107600 STEUER-AKAC4GF SECTION.
107700 STEUER-AKAC4GF-1001.
107800     MOVE SPACE                   TO DUMMY
107900     MOVE C-RETCODE-END           TO GSCI-ENDESTATUS
108000     PERFORM INIT-KADA-KAC4GF
108100     EVALUATE GSCI-SERVICE
108200       WHEN C-SET
108300         PERFORM APDU-FELDER-LESEN
108400         PERFORM LESEN-ANMELDEDATEN
108500         PERFORM VORLAGE-LESEN
108600         IF KAC4GF-E-AKTION       NOT = SPACE
108700            AND KAC4GF-E-AKTION   NOT = HIGH-VALUE
108800         THEN
108900           PERFORM ENTSCHEIDEN
109000         END-IF
109100         PERFORM KOPF-AUSGEBEN
109200         PERFORM SUMMEN-LESEN
109300         PERFORM APDU-FELDER-SCHREIBEN
109400       WHEN OTHER
109500         GO TO PROGRAMM-VERLASSEN
109600     END-EVALUATE
109700     .
109800 STEUER-AKAC4GF-1002.
109900     GO TO PROGRAMM-VERLASSEN
110000     .
110100/---------------------------------------------------------------*
110200* Vorlage der Dateiart aus KA02AKGF lesen                       *
110300*---------------------------------------------------------------*
110400 VORLAGE-LESEN SECTION.
110500 VORLAGE-LESEN-1001.
110600     MOVE KAC4GF-E-DATEI-ART      TO KAI0AGF-DATEI-ART
110700     CALL "CGSTAB"
110800     USING C-TAB-LESEN-EQUAL
110900           C-KONFIG-ID-KA
111000           C-OBJEKT-TAB-KA02AKGF
111100           GSOVER-VERSTAENDIGUNGSBEREICH
111200           KAI0AGF-EINGABEBEREICH
111300           KAO0AGF-AUSGABEBEREICH
111400           GSTTAB-EIN-AUSGABEBEREICH
111500     END-CALL
111600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
111700     THEN
111800       PERFORM MELDUNG-IN-APDU-EINTRAGEN
111900       GO TO PROGRAMM-VERLASSEN
112000     END-IF
112100     .
112200 VORLAGE-LESEN-1002.
112300     EXIT.
112400/---------------------------------------------------------------*
112500* Aktion verarbeiten: Pruefung, Freigabe durch einen zweiten    *
112600* Benutzer oder Ablehnung; Vorlage fortschreiben                *
112700*---------------------------------------------------------------*
112800 ENTSCHEIDEN SECTION.
112900 ENTSCHEIDEN-1001.
113000     ACCEPT H-DATUM               FROM DATE YYYYMMDD
113100     EVALUATE KAC4GF-E-AKTION
113200     WHEN C-AKTION-PRUEFEN
113300       IF NOT KAO0AGF-VORGELEGT
113400       THEN
113500         PERFORM AKTION-UNZULAESSIG
113600       END-IF
113700       SET KAO0AGF-GEPRUEFT       TO TRUE
113800       MOVE GSO1ANM-BENUTZERIDENTIFIKATION
113900                                  TO KAO0AGF-PRUEFER
114000       MOVE H-DATUM               TO KAO0AGF-PRUEF-DATUM
114100     WHEN C-AKTION-FREIGEBEN
114200       IF NOT KAO0AGF-GEPRUEFT
114300       THEN
114400         PERFORM AKTION-UNZULAESSIG
114500       END-IF
114600       IF KAO0AGF-PRUEFER         =
114700          GSO1ANM-BENUTZERIDENTIFIKATION
114800       THEN
114900*        KA4951 Freigabe durch den Pruefer selbst
115000         MOVE C-OBJEKT-KA4951     TO GSOVER-RETURNCODE
115100         MOVE C-GEW-WARNUNG       TO GSOVER-GEWICHT
115200         PERFORM MELDUNG-IN-APDU-EINTRAGEN
115300         GO TO PROGRAMM-VERLASSEN
115400       END-IF
115500       SET KAO0AGF-FREIGEGEBEN    TO TRUE
115600       MOVE GSO1ANM-BENUTZERIDENTIFIKATION
115700                                  TO KAO0AGF-ENTSCHEIDER
115800       MOVE H-DATUM               TO KAO0AGF-ENTSCHEID-DATUM
115900     WHEN C-AKTION-ABLEHNEN
116000       IF NOT KAO0AGF-VORGELEGT
116100          AND NOT KAO0AGF-GEPRUEFT
116200       THEN
116300         PERFORM AKTION-UNZULAESSIG
116400       END-IF
116500       IF KAC4GF-E-ABLEHN-GRUND   = SPACE
116600          OR KAC4GF-E-ABLEHN-GRUND = HIGH-VALUE
116700       THEN
116800*        KA4952 Ablehnung ohne Grund
116900         MOVE C-OBJEKT-KA4952     TO GSOVER-RETURNCODE
117000         MOVE C-GEW-WARNUNG       TO GSOVER-GEWICHT
117100         PERFORM MELDUNG-IN-APDU-EINTRAGEN
117200         GO TO PROGRAMM-VERLASSEN
117300       END-IF
117400       SET KAO0AGF-ABGELEHNT      TO TRUE
117500       MOVE GSO1ANM-BENUTZERIDENTIFIKATION
117600                                  TO KAO0AGF-ENTSCHEIDER
117700       MOVE H-DATUM               TO KAO0AGF-ENTSCHEID-DATUM
117800       MOVE KAC4GF-E-ABLEHN-GRUND TO KAO0AGF-ABLEHN-GRUND
117900     WHEN OTHER
118000       PERFORM AKTION-UNZULAESSIG
118100     END-EVALUATE
118200     CALL "CGSTAB"
118300     USING C-TAB-SCHREIBEN-EQUAL
118400           C-KONFIG-ID-KA
118500           C-OBJEKT-TAB-KA02AKGF
118600           GSOVER-VERSTAENDIGUNGSBEREICH
118700           KAI0AGF-EINGABEBEREICH
118800           KAO0AGF-AUSGABEBEREICH
118900           GSTTAB-EIN-AUSGABEBEREICH
119000     END-CALL
119100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
119200     THEN
119300       PERFORM MELDUNG-IN-APDU-EINTRAGEN
119400       GO TO PROGRAMM-VERLASSEN
119500     END-IF
119600     .
119700 ENTSCHEIDEN-1002.
119800     EXIT.
119900/---------------------------------------------------------------*
120000* Aktion im Status der Vorlage nicht zulaessig                  *
120100*---------------------------------------------------------------*
120200 AKTION-UNZULAESSIG SECTION.
120300 AKTION-UNZULAESSIG-1001.
120400*    KA4950 Aktion im Status der Vorlage nicht zulaessig
120500     MOVE C-OBJEKT-KA4950         TO GSOVER-RETURNCODE
120600     MOVE C-GEW-WARNUNG           TO GSOVER-GEWICHT
120700     PERFORM MELDUNG-IN-APDU-EINTRAGEN
120800     GO TO PROGRAMM-VERLASSEN
120900     .
121000 AKTION-UNZULAESSIG-1002.
121100     EXIT.
121200/---------------------------------------------------------------*
121300* Kopf der Vorlage in die Ausgabefelder                         *
121400*---------------------------------------------------------------*
121500 KOPF-AUSGEBEN SECTION.
121600 KOPF-AUSGEBEN-1001.
121700     MOVE KAO0AGF-STATUS          TO KAC4GF-A-STATUS
121800     MOVE KAO0AGF-LAUFDATUM       TO KAC4GF-A-LAUFDATUM
121900     MOVE KAO0AGF-PROGRAMM        TO KAC4GF-A-PROGRAMM
122000     MOVE KAO0AGF-ANZ-SAETZE      TO KAC4GF-A-ANZ-SAETZE
122100     MOVE KAO0AGF-SUMME-SOLL      TO KAC4GF-A-SUMME-SOLL
122200     MOVE KAO0AGF-SUMME-HABEN     TO KAC4GF-A-SUMME-HABEN
122300     MOVE KAO0AGF-VOR-LAUFDATUM   TO KAC4GF-A-VOR-LAUFDATUM
122400     MOVE KAO0AGF-VOR-ANZ-SAETZE  TO KAC4GF-A-VOR-ANZ-SAETZE
122500     MOVE KAO0AGF-VOR-SUMME-SOLL  TO KAC4GF-A-VOR-SUMME-SOLL
122600     MOVE KAO0AGF-VOR-SUMME-HABEN TO KAC4GF-A-VOR-SUMME-HABEN
122700     MOVE KAO0AGF-PRUEFER         TO KAC4GF-A-PRUEFER
122800     MOVE KAO0AGF-ENTSCHEIDER     TO KAC4GF-A-ENTSCHEIDER
122900     MOVE KAO0AGF-ABLEHN-GRUND    TO KAC4GF-A-ABLEHN-GRUND
123000     .
123100 KOPF-AUSGEBEN-1002.
123200     EXIT.
123300/---------------------------------------------------------------*
123400* Kontrollsummen der Dateiart seitenweise aus KA03AKGK lesen    *
123500*---------------------------------------------------------------*
123600 SUMMEN-LESEN SECTION.
123700 SUMMEN-LESEN-1001.
123800     MOVE ZERO                    TO KAC4GF-A-ANZ-POSTEN
123900     MOVE "N"                     TO KAC4GF-A-WEITER-KZ
124000     IF KAC4GF-E-AB-ZEILE         NOT NUMERIC
124100     THEN
124200       MOVE ZERO                  TO KAC4GF-E-AB-ZEILE
124300     END-IF
124400     MOVE KAC4GF-E-AB-ZEILE       TO KAC4GF-A-LETZT-ZEILE
124500     MOVE KAC4GF-E-AB-ZEILE       TO H-LFD-ZEILE
124600     SET SCAN-WEITER              TO TRUE
124700     PERFORM UNTIL SCAN-FERTIG
124800       ADD 1                      TO H-LFD-ZEILE
124900       MOVE H-LFD-ZEILE           TO KA0AKGK-ZEILENNUMMER
125000       CALL "CGSTAB"
125100       USING C-TAB-LESEN-ZEILE
125200             C-KONFIG-ID-KA
125300             C-OBJEKT-TAB-KA03AKGK
125400             GSOVER-VERSTAENDIGUNGSBEREICH
125500             KA0AKGK-EINGABEBEREICH
125600             KA0AKGK-AUSGABEBEREICH
125700             GSTTAB-EIN-AUSGABEBEREICH
125800       END-CALL
125900       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
126000       THEN
126100         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
126200         SET SCAN-FERTIG          TO TRUE
126300       ELSE
126400         IF KA0AKGK-DATEI-ART     = KAC4GF-E-DATEI-ART
126500         THEN
126600           IF KAC4GF-A-ANZ-POSTEN >= C-MAX-POSTEN
126700           THEN
126800*            Seite voll - Fortsetzung hinter der letzten Zeile
126900             MOVE "J"             TO KAC4GF-A-WEITER-KZ
127000             SET SCAN-FERTIG      TO TRUE
127100           ELSE
127200             ADD 1                TO KAC4GF-A-ANZ-POSTEN
127300             MOVE KA0AKGK-WAEHRUNG
127400               TO KAC4GF-A-WAEHRUNG (KAC4GF-A-ANZ-POSTEN)
127500             MOVE KA0AKGK-GL-KONTO
127600               TO KAC4GF-A-GL-KONTO (KAC4GF-A-ANZ-POSTEN)
127700             MOVE KA0AKGK-ANZ-SAETZE
127800               TO KAC4GF-A-P-ANZ-SAETZE (KAC4GF-A-ANZ-POSTEN)
127900             MOVE KA0AKGK-SUMME-SOLL
128000               TO KAC4GF-A-P-SOLL (KAC4GF-A-ANZ-POSTEN)
128100             MOVE KA0AKGK-SUMME-HABEN
128200               TO KAC4GF-A-P-HABEN (KAC4GF-A-ANZ-POSTEN)
128300             MOVE KA0AKGK-VOR-ANZ-SAETZE
128400               TO KAC4GF-A-P-VOR-ANZ-SAETZE (KAC4GF-A-ANZ-POSTEN)
128500             MOVE KA0AKGK-VOR-SUMME-SOLL
128600               TO KAC4GF-A-P-VOR-SOLL (KAC4GF-A-ANZ-POSTEN)
128700             MOVE KA0AKGK-VOR-SUMME-HABEN
128800               TO KAC4GF-A-P-VOR-HABEN (KAC4GF-A-ANZ-POSTEN)
128900             MOVE H-LFD-ZEILE     TO KAC4GF-A-LETZT-ZEILE
129000           END-IF
129100         END-IF
129200       END-IF
129300     END-PERFORM
129400     .
129500 SUMMEN-LESEN-1002.
129600     EXIT.
129700/---------------------------------------------------------------*
129800* Anmeldedaten (Benutzerkennung) lesen                          *
129900*---------------------------------------------------------------*
130000 LESEN-ANMELDEDATEN SECTION.
130100 LESEN-ANMELDEDATEN-1001.
130200     CALL "CGSTAB"
130300     USING C-TAB-ANM-DAT-LESEN
130400           C-KONFIG-ID-GS
130500           C-OBJEKT-TAB-ANMELDEDATEN
130600           GSOVER-VERSTAENDIGUNGSBEREICH
130700           DUMMY
130800           GSO1ANM-AUSGABEBEREICH
130900           GSTTAB-EIN-AUSGABEBEREICH
131000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
131100     THEN
131200       PERFORM MELDUNG-IN-APDU-EINTRAGEN
131300       GO TO PROGRAMM-VERLASSEN
131400     END-IF
131500     .
131600 LESEN-ANMELDEDATEN-1002.
131700     EXIT.
131800/
131900 APDU-FELDER-LESEN SECTION.
132000 APDU-FELDER-LESEN-1001.
132100     MOVE C-KAC4GF                TO GSICI-NAME-KADA-BEREICH
132200     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
132300     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
132400     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
132500                                  KAC4GF-EA-BEREICH
132600     CALL "CGSCI"
132700     USING C-CI-NACHRICHT-LESEN
132800           C-KONFIG-ID-KA
132900           C-OBJEKT-CI-LINES
133000           GSOVER-VERSTAENDIGUNGSBEREICH
133100           GSICI-EINGABEBEREICH
133200           DUMMY
133300           DUMMY
133400     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
133500     THEN
133600       PERFORM MELDUNG-IN-APDU-EINTRAGEN
133700       GO TO PROGRAMM-VERLASSEN
133800     END-IF
133900     .
134000 APDU-FELDER-LESEN-1002.
134100     EXIT.
134200/
134300 APDU-FELDER-SCHREIBEN SECTION.
134400 APDU-FELDER-SCHREIBEN-1001.
134500     MOVE C-KAC4GF                TO GSICI-NAME-KADA-BEREICH
134600     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
134700     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
134800     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
134900                                  KAC4GF-EA-BEREICH
135000     CALL "CGSCI"
135100     USING C-CI-NACHRICHT-SCHREIBEN
135200           C-KONFIG-ID-KA
135300           C-OBJEKT-CI-LINES
135400           GSOVER-VERSTAENDIGUNGSBEREICH
135500           GSICI-EINGABEBEREICH
135600           DUMMY
135700           DUMMY
135800     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
135900     THEN
136000       PERFORM MELDUNG-IN-APDU-EINTRAGEN
136100       GO TO PROGRAMM-VERLASSEN
136200     END-IF
136300     .
136400 APDU-FELDER-SCHREIBEN-1002.
136500     EXIT.
136600/
136700 INIT-KADA-KAC4GF SECTION.
136800 INIT-KADA-KAC4GF-1001.
136900     MOVE HIGH-VALUE              TO KAC4GF-EA-BEREICH
137000     .
137100 INIT-KADA-KAC4GF-1002.
137200     EXIT.
137300/
137400 MELDUNG-IN-APDU-EINTRAGEN SECTION.
137500 MELDUNG-IN-APDU-EINTRAGEN-1001.
137600     MOVE C-CI-MELDUNGEN          TO GSICI-INDIKATOR-MODUS
137700     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
137800     CALL "CGSCI"
137900     USING C-CI-NACHRICHT-SCHREIBEN
138000           C-KONFIG-ID-KA
138100           C-OBJEKT-CI-LINES
138200           GSOVER-VERSTAENDIGUNGSBEREICH
138300           GSICI-EINGABEBEREICH
138400           DUMMY
138500           DUMMY
138600     .
138700 MELDUNG-IN-APDU-EINTRAGEN-1002.
138800     EXIT.
138900/
139000 PROGRAMM-VERLASSEN SECTION.
139100 PROGRAMM-VERLASSEN-1001.
139200     EXIT PROGRAM
139300     .
139400 PROGRAMM-VERLASSEN-1002.
139500     EXIT
139600     .
