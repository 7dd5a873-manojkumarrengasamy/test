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
000160*@Titel         : Versand der Ereignis-Outbox
000160*@Elementname   : akaevd.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Versand der Ereignis-Outbox               *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Batch fuer den Versand der Ereignisse aus der Outbox     *
001800* KA02AKEO an die nachgelagerten Systeme (Fallbearbeitung, *
001900* Data Warehouse, Zahlungsverkehr). Die Ereignisse werden  *
002000* lueckenlos in der Reihenfolge ihrer Folgenummer in die   *
002100* Lieferdatei EVDAUS (Kopf-, Detail-, Schlusssatz,         *
002200* Layoutversion 001) geschrieben und als versandt markiert.*
002300* Steuerung ueber EVDPARM (optional):                      *
002400* Modus V (Vorgabe): alle Ereignisse nach der Versandmarke *
002500* (Zaehler VERSAND in KA02AKEZ) bis zur zuletzt vergebenen *
002600* Folgenummer (Zaehler OUTBOX); eine fehlende Folgenummer  *
002700* beendet den Versand, die Versandmarke bleibt davor       *
002800* stehen.                                                  *
002900* Modus W: erneuter Versand ab Folgenummer bis Folgenummer *
003000* (Vorgabe bis: zuletzt vergebene); fehlende Nummern werden*
003100* gezaehlt, die Versandmarke wird nicht zurueckgesetzt.    *
003200* Im Laufregister AKARUN: gelesen = gelesene Ereignisse,   *
003300* geschrieben = versandte Ereignisse, Fehler = fehlende    *
003400* Folgenummern.                                            *
003500*@E-ELEMENTBESCHREIBUNG                                    *
003600*                                                          *
003700*@A-MODULAUFRUF                                            *
003800* CGSTAB  : Tabellenzugriff KA02AKEO, KA02AKEZ             *
003900* AKARUN  : Zentrales Laufregister                         *
004000*@E-MODULAUFRUF                                            *
004100*                                                          *
004200*@A-COBOL-COPY                                             *
004300* Benoetigte COBOL-Copies:                                 *
004400* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004500* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004600* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
004700* CKAI0AEO   : EINGABEBEREICH KA02AKEO                     *
004800* CKAO0AEO   : AUSGABEBEREICH KA02AKEO                     *
004900* CKAI0AEZ   : EINGABEBEREICH KA02AKEZ                     *
005000* CKAO0AEZ   : AUSGABEBEREICH KA02AKEZ                     *
005100* CKAIRUN    : EINGABEBEREICH AKARUN                       *
005200*@E-COBOL-COPY                                             *
005300*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58813                                               *      D01
090052*     Neuanlage - Versand und erneuter Versand der         *      D01
090053*     Ereignis-Outbox KA02AKEO.                            *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAEVD.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT EVDPARM               ASSIGN TO "EVDPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300     SELECT EVDAUS                ASSIGN TO "EVDAUS"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500 DATA DIVISION.
101600 FILE SECTION.
101700 FD  EVDPARM
101800     RECORDING MODE IS F.
101900 01  EVD-PARM-SATZ.
102000     05 EVD-P-MODUS               PIC X(001).
102100     05 FILLER                    PIC X(001).
102200     05 EVD-P-AB-NUMMER           PIC 9(012).
102300     05 FILLER                    PIC X(001).
102400     05 EVD-P-BIS-NUMMER          PIC 9(012).
102500 FD  EVDAUS
102600     RECORDING MODE IS F.
102700 01  EVD-SATZ                     PIC X(200).
102800*---------------------------------------------------------------*
102900* WORKING-STORAGE-Section                                       *
103000*---------------------------------------------------------------*
103100 WORKING-STORAGE SECTION.
103200 01  VERS-INF.
103300     05  FILLER PIC X(13) VALUE "ELEM=akaevd  ".
103400     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103500/---------------------------------------------------------------*
103600* Konstanten                                                    *
103700*---------------------------------------------------------------*
103800 01  GS-KONSTANTEN.
103900     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
104100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
104200                                  "SCHREIBEN-EQUAL".
104300     20 C-OBJEKT-TAB-KA02AKEO     PIC X(009) VALUE "KA02AKEO".
104400     20 C-OBJEKT-TAB-KA02AKEZ     PIC X(009) VALUE "KA02AKEZ".
104500     20 C-ZAEHLER-OUTBOX          PIC X(008) VALUE "OUTBOX".
104600     20 C-ZAEHLER-VERSAND         PIC X(008) VALUE "VERSAND".
104700     20 C-MODUS-VERSAND           PIC X(001) VALUE "V".
104800     20 C-MODUS-WIEDERHOLUNG      PIC X(001) VALUE "W".
104900     20 C-SATZART-KOPF            PIC X(001) VALUE "H".
105000     20 C-SATZART-DETAIL          PIC X(001) VALUE "D".
105100     20 C-SATZART-SCHLUSS         PIC X(001) VALUE "T".
105200     20 C-LAYOUT-VERSION          PIC X(003) VALUE "001".
105300     20 C-1                       PIC 9(001) VALUE 1.
105400/---------------------------------------------------------------*
105500* Satzaufbau Lieferdatei EVDAUS (Layoutversion 001)             *
105600*---------------------------------------------------------------*
105700 01  EVD-KOPF.
105800     05 EVD-H-SATZART             PIC X(001).
105900     05 EVD-H-LAUFDATUM           PIC 9(008).
106000     05 EVD-H-MODUS               PIC X(001).
106100     05 EVD-H-VON-NUMMER          PIC 9(012).
106200     05 EVD-H-BIS-NUMMER          PIC 9(012).
106300     05 EVD-H-LAYOUT-VERSION      PIC X(003).
106400     05 FILLER                    PIC X(163) VALUE SPACE.
106500 01  EVD-DETAIL.
106600     05 EVD-D-SATZART             PIC X(001).
106700     05 EVD-D-FOLGENUMMER         PIC 9(012).
106800     05 EVD-D-OBJEKT              PIC X(001).
106900     05 EVD-D-ART                 PIC X(002).
107000     05 EVD-D-AK-NUMMER           PIC 9(005).
107100     05 EVD-D-HERKUNFT            PIC X(011).
107200     05 EVD-D-KONTO-ID            PIC X(035).
107300     05 EVD-D-AUSZUGSDATUM        PIC 9(008).
107400     05 EVD-D-AUSZUGSNUMMER       PIC 9(005).
107500     05 EVD-D-AUSZUG-FNR          PIC 9(005).
107600     05 EVD-D-LFD-NR              PIC 9(007).
107700     05 EVD-D-SCHLIESSUNGSNR      PIC 9(012).
107800     05 EVD-D-STATUS-ALT          PIC 9(001).
107900     05 EVD-D-STATUS-NEU          PIC 9(001).
108000     05 EVD-D-BETRAG              PIC S9(013)V9(003)
108100                                  SIGN LEADING SEPARATE.
108200     05 EVD-D-WAEHRUNG            PIC X(003).
108300     05 EVD-D-PROGRAMM            PIC X(008).
108400     05 EVD-D-BENUTZER            PIC X(008).
108500     05 EVD-D-ZEITPUNKT           PIC X(014).
108600     05 EVD-D-ANZ-VERSAND         PIC 9(003).
108700     05 FILLER                    PIC X(041) VALUE SPACE.
108800 01  EVD-SCHLUSS.
108900     05 EVD-T-SATZART             PIC X(001).
109000     05 EVD-T-ANZ-DETAILSAETZE    PIC 9(009).
109100     05 EVD-T-ANZ-LUECKEN         PIC 9(009).
109200     05 EVD-T-LETZTE-NUMMER       PIC 9(012).
109300     05 FILLER                    PIC X(169) VALUE SPACE.
109400/---------------------------------------------------------------*
109500* Meldungsgewichte, Verstaendigungsbereich, Tabellenzugriff     *
109600*---------------------------------------------------------------*
109700  COPY DCTGRCGE.
109800  COPY CGSOVER.
109900  COPY CGSTTAB.
110000  COPY CKAI0AEO.
110100  COPY CKAO0AEO.
110200  COPY CKAI0AEZ.
110300  COPY CKAO0AEZ.
110400  COPY CKAIRUN.
110500 01  H-RUN-ZAEHLER.
110600     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
110700     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
110800     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
110900 01  C-LAUFREGISTER-KONSTANTEN.
111000     05 C-01-INT-LAUF-START       PIC X(040) VALUE
111100                                  "01-INT-LAUF-START".
111200     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
111300                                  "01-INT-LAUF-ENDE".
111400     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAEVD".
111500/---------------------------------------------------------------*
111600* Hilfsvariable                                                 *
111700*---------------------------------------------------------------*
111800 01  H-PARM-FS                    PIC X(002).
111900 01  H-LAUFDATUM                  PIC 9(008).
112000 01  H-MODUS                      PIC X(001).
112100     88 MODUS-VERSAND             VALUE "V".
112200     88 MODUS-WIEDERHOLUNG        VALUE "W".
112300 01  H-NUMMER-OUTBOX              PIC 9(012).
112400 01  H-NUMMER-VERSAND             PIC 9(012).
112500 01  H-NUMMER-VON                 PIC 9(012).
112600 01  H-NUMMER-BIS                 PIC 9(012).
112700 01  H-NUMMER                     PIC 9(012).
112800 01  H-LETZTE-NUMMER              PIC 9(012).
112900/****************************************************************
113000 PROCEDURE DIVISION.
113100*****************************************************************
113200 0000-MAINLINE SECTION.
113300 0000-MAINLINE-1001.
113400     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
113500     PERFORM 2000-VERSENDEN       THRU 2000-VERSENDEN-EXIT
113600     PERFORM 3000-ABSCHLUSS       THRU 3000-ABSCHLUSS-EXIT
113700     PERFORM 8100-LAUFREGISTER-ENDE
113800                              THRU 8100-LAUFREGISTER-ENDE-EXIT
113900     STOP RUN
114000     .
114100 0000-MAINLINE-1002.
114200     EXIT.
114300/---------------------------------------------------------------*
114400* Initialisierung: Modus und Nummernbereich aus EVDPARM         *
114500* (optional) und den Zaehlern OUTBOX und VERSAND bestimmen      *
114600*---------------------------------------------------------------*
114700 1000-INITIALISIERUNG SECTION.
114800 1000-INITIALISIERUNG-1001.
114900     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
115000     INITIALIZE EVD-PARM-SATZ
115100     OPEN INPUT EVDPARM
115200     IF H-PARM-FS                 = "00"
115300     THEN
115400       READ EVDPARM
115500         AT END
115600           INITIALIZE EVD-PARM-SATZ
115700       END-READ
115800       CLOSE EVDPARM
115900     END-IF
116000     IF EVD-P-MODUS               = C-MODUS-WIEDERHOLUNG
116100     THEN
116200       MOVE C-MODUS-WIEDERHOLUNG  TO H-MODUS
116300     ELSE
116400       MOVE C-MODUS-VERSAND       TO H-MODUS
116500     END-IF
116600     PERFORM 8000-LAUFREGISTER-START
116700                              THRU 8000-LAUFREGISTER-START-EXIT
116800*
116900     MOVE C-ZAEHLER-OUTBOX        TO KAI0AEZ-ZAEHLER-ID
117000     PERFORM 4100-ZAEHLER-LESEN   THRU 4100-ZAEHLER-LESEN-EXIT
117100     MOVE KAO0AEZ-LETZTE-NUMMER   TO H-NUMMER-OUTBOX
117200     MOVE C-ZAEHLER-VERSAND       TO KAI0AEZ-ZAEHLER-ID
117300     PERFORM 4100-ZAEHLER-LESEN   THRU 4100-ZAEHLER-LESEN-EXIT
117400     MOVE KAO0AEZ-LETZTE-NUMMER   TO H-NUMMER-VERSAND
117500*
117600     IF MODUS-WIEDERHOLUNG
117700     THEN
117800       MOVE C-1                   TO H-NUMMER-VON
117900       IF EVD-P-AB-NUMMER         NUMERIC
118000          AND EVD-P-AB-NUMMER     > ZERO
118100       THEN
118200         MOVE EVD-P-AB-NUMMER     TO H-NUMMER-VON
118300       END-IF
118400       MOVE H-NUMMER-OUTBOX       TO H-NUMMER-BIS
118500       IF EVD-P-BIS-NUMMER        NUMERIC
118600          AND EVD-P-BIS-NUMMER    > ZERO
118700          AND EVD-P-BIS-NUMMER    < H-NUMMER-OUTBOX
118800       THEN
118900         MOVE EVD-P-BIS-NUMMER    TO H-NUMMER-BIS
119000       END-IF
119100     ELSE
119200       COMPUTE H-NUMMER-VON       = H-NUMMER-VERSAND + C-1
119300       MOVE H-NUMMER-OUTBOX       TO H-NUMMER-BIS
119400     END-IF
119500     MOVE H-NUMMER-VERSAND        TO H-LETZTE-NUMMER
119600*
119700     OPEN OUTPUT EVDAUS
119800     MOVE C-SATZART-KOPF          TO EVD-H-SATZART
119900     MOVE H-LAUFDATUM             TO EVD-H-LAUFDATUM
120000     MOVE H-MODUS                 TO EVD-H-MODUS
120100     MOVE H-NUMMER-VON            TO EVD-H-VON-NUMMER
120200     MOVE H-NUMMER-BIS            TO EVD-H-BIS-NUMMER
120300     MOVE C-LAYOUT-VERSION        TO EVD-H-LAYOUT-VERSION
120400     WRITE EVD-SATZ               FROM EVD-KOPF
120500     .
120600 1000-INITIALISIERUNG-1002.
120700 1000-INITIALISIERUNG-EXIT.
120800     EXIT.
120900/---------------------------------------------------------------*
121000* Ereignisse des Nummernbereichs in Folgenummernreihenfolge     *
121100* liefern                                                       *
121200*---------------------------------------------------------------*
121300 2000-VERSENDEN SECTION.
121400 2000-VERSENDEN-1001.
121500     MOVE H-NUMMER-VON            TO H-NUMMER
121600     PERFORM 2100-EREIGNIS-VERSENDEN
121700                              THRU 2100-EREIGNIS-VERSENDEN-EXIT
121800             UNTIL H-NUMMER       > H-NUMMER-BIS
121900     .
122000 2000-VERSENDEN-1002.
122100 2000-VERSENDEN-EXIT.
122200     EXIT.
122300/---------------------------------------------------------------*
122400* Ein Ereignis lesen, als Detailsatz schreiben und als versandt *
122500* markieren; fehlt die Folgenummer, endet der regulaere Versand *
122600*---------------------------------------------------------------*
122700 2100-EREIGNIS-VERSENDEN SECTION.
122800 2100-EREIGNIS-VERSENDEN-1001.
122900     MOVE H-NUMMER                TO KAI0AEO-FOLGENUMMER
123000     CALL "CGSTAB"
123100     USING C-TAB-LESEN-EQUAL
123200           C-KONFIG-ID-KA
123300           C-OBJEKT-TAB-KA02AKEO
123400           GSOVER-VERSTAENDIGUNGSBEREICH
123500           KAI0AEO-EINGABEBEREICH
123600           KAO0AEO-AUSGABEBEREICH
123700           GSTTAB-EIN-AUSGABEBEREICH
123800     END-CALL
123900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
124000     THEN
124100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
124200       ADD C-1                    TO H-RUN-ANZ-FEHLER
124300       IF MODUS-VERSAND
124400       THEN
124500*        Luecke: Versandmarke bleibt vor der fehlenden Nummer
124600         COMPUTE H-NUMMER-BIS     = H-NUMMER - C-1
124700       END-IF
124800       GO TO 2100-EREIGNIS-VERSENDEN-999
124900     END-IF
125000     ADD C-1                      TO H-RUN-ANZ-GELESEN
125100*
125200     MOVE C-SATZART-DETAIL        TO EVD-D-SATZART
125300     MOVE H-NUMMER                TO EVD-D-FOLGENUMMER
125400     MOVE KAO0AEO-OBJEKT          TO EVD-D-OBJEKT
125500     MOVE KAO0AEO-ART             TO EVD-D-ART
125600     MOVE KAO0AEO-AK-NUMMER       TO EVD-D-AK-NUMMER
125700     MOVE KAO0AEO-HERKUNFT        TO EVD-D-HERKUNFT
125800     MOVE KAO0AEO-KONTO-ID        TO EVD-D-KONTO-ID
125900     MOVE KAO0AEO-AUSZUGSDATUM    TO EVD-D-AUSZUGSDATUM
126000     MOVE KAO0AEO-AUSZUGSNUMMER   TO EVD-D-AUSZUGSNUMMER
126100     MOVE KAO0AEO-AUSZUG-FNR      TO EVD-D-AUSZUG-FNR
126200     MOVE KAO0AEO-LFD-NR-APO      TO EVD-D-LFD-NR
126300     MOVE KAO0AEO-SCHLIESSUNGSNR  TO EVD-D-SCHLIESSUNGSNR
126400     MOVE KAO0AEO-STATUS-ALT      TO EVD-D-STATUS-ALT
126500     MOVE KAO0AEO-STATUS-NEU      TO EVD-D-STATUS-NEU
126600     MOVE KAO0AEO-BETRAG          TO EVD-D-BETRAG
126700     MOVE KAO0AEO-WAEHRUNG        TO EVD-D-WAEHRUNG
126800     MOVE KAO0AEO-PROGRAMM        TO EVD-D-PROGRAMM
126900     MOVE KAO0AEO-BENUTZER        TO EVD-D-BENUTZER
127000     MOVE KAO0AEO-ZEITPUNKT       TO EVD-D-ZEITPUNKT
127100     MOVE KAO0AEO-ANZ-VERSAND     TO EVD-D-ANZ-VERSAND
127200     WRITE EVD-SATZ               FROM EVD-DETAIL
127300     ADD C-1                      TO H-RUN-ANZ-GESCHRIEBEN
127400*
127500     SET KAO0AEO-VERSANDT         TO TRUE
127600     MOVE H-LAUFDATUM             TO KAO0AEO-VERSAND-DATUM
127700     IF KAO0AEO-ANZ-VERSAND       < 999
127800     THEN
127900       ADD C-1                    TO KAO0AEO-ANZ-VERSAND
128000     END-IF
128100     CALL "CGSTAB"
128200     USING C-TAB-SCHREIBEN-EQUAL
128300           C-KONFIG-ID-KA
128400           C-OBJEKT-TAB-KA02AKEO
128500           GSOVER-VERSTAENDIGUNGSBEREICH
128600           KAI0AEO-EINGABEBEREICH
128700           KAO0AEO-AUSGABEBEREICH
128800           GSTTAB-EIN-AUSGABEBEREICH
128900     END-CALL
129000     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
129100     IF H-NUMMER                  > H-LETZTE-NUMMER
129200     THEN
129300       MOVE H-NUMMER              TO H-LETZTE-NUMMER
129400     END-IF
129500     .
129600 2100-EREIGNIS-VERSENDEN-999.
129700     ADD C-1                      TO H-NUMMER
129800     .
129900 2100-EREIGNIS-VERSENDEN-1002.
130000 2100-EREIGNIS-VERSENDEN-EXIT.
130100     EXIT.
130200/---------------------------------------------------------------*
130300* Schlusssatz schreiben und die Versandmarke fortschreiben; im  *
130400* erneuten Versand wird sie nie zurueckgesetzt                  *
130500*---------------------------------------------------------------*
130600 3000-ABSCHLUSS SECTION.
130700 3000-ABSCHLUSS-1001.
130800     MOVE C-SATZART-SCHLUSS       TO EVD-T-SATZART
130900     MOVE H-RUN-ANZ-GESCHRIEBEN   TO EVD-T-ANZ-DETAILSAETZE
131000     MOVE H-RUN-ANZ-FEHLER        TO EVD-T-ANZ-LUECKEN
131100     MOVE H-LETZTE-NUMMER         TO EVD-T-LETZTE-NUMMER
131200     WRITE EVD-SATZ               FROM EVD-SCHLUSS
131300     CLOSE EVDAUS
131400*
131500     IF MODUS-VERSAND
131600        AND H-LETZTE-NUMMER       > H-NUMMER-VERSAND
131700     THEN
131800       MOVE C-ZAEHLER-VERSAND     TO KAI0AEZ-ZAEHLER-ID
131900       MOVE H-LETZTE-NUMMER       TO KAO0AEZ-LETZTE-NUMMER
132000       MOVE H-LAUFDATUM           TO KAO0AEZ-AEND-DATUM
132100       MOVE C-RUN-PROGRAMM        TO KAO0AEZ-PROGRAMM
132200       CALL "CGSTAB"
132300       USING C-TAB-SCHREIBEN-EQUAL
132400             C-KONFIG-ID-KA
132500             C-OBJEKT-TAB-KA02AKEZ
132600             GSOVER-VERSTAENDIGUNGSBEREICH
132700             KAI0AEZ-EINGABEBEREICH
132800             KAO0AEZ-AUSGABEBEREICH
132900             GSTTAB-EIN-AUSGABEBEREICH
133000       END-CALL
133100       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
133200       THEN
133300         ADD C-1                  TO H-RUN-ANZ-FEHLER
133400       END-IF
133500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133600     END-IF
133700     .
133800 3000-ABSCHLUSS-1002.
133900 3000-ABSCHLUSS-EXIT.
134000     EXIT.
134100/---------------------------------------------------------------*
134200* Zaehler KAI0AEZ-ZAEHLER-ID lesen; ohne Zaehlersatz gilt null  *
134300*---------------------------------------------------------------*
134400 4100-ZAEHLER-LESEN SECTION.
134500 4100-ZAEHLER-LESEN-1001.
134600     CALL "CGSTAB"
134700     USING C-TAB-LESEN-EQUAL
134800           C-KONFIG-ID-KA
134900           C-OBJEKT-TAB-KA02AKEZ
135000           GSOVER-VERSTAENDIGUNGSBEREICH
135100           KAI0AEZ-EINGABEBEREICH
135200           KAO0AEZ-AUSGABEBEREICH
135300           GSTTAB-EIN-AUSGABEBEREICH
135400     END-CALL
135500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
135600     THEN
135700       INITIALIZE KAO0AEZ-AUSGABEBEREICH
135800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
135900     END-IF
136000     .
136100 4100-ZAEHLER-LESEN-1002.
136200 4100-ZAEHLER-LESEN-EXIT.
136300     EXIT.
136400/---------------------------------------------------------------*
136500* Start im zentralen Laufregister melden                        *
136600*---------------------------------------------------------------*
136700 8000-LAUFREGISTER-START SECTION.
136800 8000-LAUFREGISTER-START-1001.
136900     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
137000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
137100     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
137200     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
137300                                     KAIRUN-ANZ-GESCHRIEBEN
137400                                     KAIRUN-ANZ-FEHLER
137500     CALL "AKARUN"
137600     USING KAIRUN-EINGABEBEREICH
137700           GSOVER-VERSTAENDIGUNGSBEREICH
137800     END-CALL
137900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
138000     .
138100 8000-LAUFREGISTER-START-1002.
138200 8000-LAUFREGISTER-START-EXIT.
138300     EXIT.
138400/---------------------------------------------------------------*
138500* Ende mit Kontrollsummen im zentralen Laufregister melden      *
138600*---------------------------------------------------------------*
138700 8100-LAUFREGISTER-ENDE SECTION.
138800 8100-LAUFREGISTER-ENDE-1001.
138900     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
139000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
139100     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
139200     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
139300     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
139400     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
139500     CALL "AKARUN"
139600     USING KAIRUN-EINGABEBEREICH
139700           GSOVER-VERSTAENDIGUNGSBEREICH
139800     END-CALL
139900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
140000     .
140100 8100-LAUFREGISTER-ENDE-1002.
140200 8100-LAUFREGISTER-ENDE-EXIT.
140300     EXIT.
