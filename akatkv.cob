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
000160*@Titel         : Ticketaustausch Betriebsalarme
000160*@Elementname   : akatkv.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Ticketaustausch Betriebsalarme            *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Batch fuer den Austausch des Ticketregisters KA02AKTK    *
001800* mit dem IT-Service-Management-Werkzeug.                  *
001900* Rueckmeldung: die Rueckmeldedatei TKTEIN (optional)      *
002000* liefert je Ticket Meldungsnummer, Alarmschluessel,       *
002100* Ticketnummer und Status (B = in Bearbeitung,             *
002200* G = geschlossen). Ticketnummer und Status werden in den  *
002300* Registereintrag uebernommen, sofern die Meldungsnummer   *
002400* zum Eintrag passt; andere Saetze werden im Protokoll     *
002500* TKTPRT abgewiesen.                                       *
002600* Lieferung: jeder Eintrag mit Status N wird als neues     *
002700* Ticket (Vorgang N), jeder vorgemerkte hoehere            *
002800* Schweregrad als Aktualisierung (Vorgang A) in die        *
002900* Lieferdatei TKTAUS (Kopf-, Detail-, Schlusssatz,         *
003000* Layoutversion 001) geschrieben; neue Eintraege gehen     *
003100* auf Status U.                                            *
003200* Im Laufregister AKARUN: gelesen = Rueckmeldungen,        *
003300* geschrieben = gelieferte Tickets, Fehler = abgewiesene   *
003400* Rueckmeldungen.                                          *
003500*@E-ELEMENTBESCHREIBUNG                                    *
003600*                                                          *
003700*@A-MODULAUFRUF                                            *
003800* CGSTAB  : Tabellenzugriff KA02AKTK, KA03AKTK             *
003900* AKARUN  : Zentrales Laufregister                         *
004000*@E-MODULAUFRUF                                            *
004100*                                                          *
004200*@A-COBOL-COPY                                             *
004300* Benoetigte COBOL-Copies:                                 *
004400* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004500* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004600* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
004700* CKAI0ATK   : EINGABEBEREICH KA02AKTK                     *
004800* CKAO0ATK   : AUSGABEBEREICH KA02AKTK                     *
004900* CKA0AKTK   : ZEILENSCAN KA03AKTK                         *
005000* CKAIRUN    : EINGABEBEREICH AKARUN                       *
005100*@E-COBOL-COPY                                             *
005200*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58814                                               *      D01
090052*     Neuanlage - Lieferung der Betriebsalarme an das      *      D01
090053*     Ticketsystem und Rueckmeldung der Ticketnummern.     *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKATKV.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT TKTEIN                ASSIGN TO "TKTEIN"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-EIN-FS.
101300     SELECT TKTAUS                ASSIGN TO "TKTAUS"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500     SELECT TKTPRT                ASSIGN TO "TKTPRT"
101600                                  ORGANIZATION IS LINE SEQUENTIAL.
101700 DATA DIVISION.
101800 FILE SECTION.
101900 FD  TKTEIN
102000     RECORDING MODE IS F.
102100 01  TKT-EIN-SATZ.
102200     05 TKT-E-MELDUNGSNR          PIC 9(012).
102300     05 TKT-E-KATEGORIE           PIC X(003).
102400     05 TKT-E-AK-NUMMER           PIC 9(005).
102500     05 TKT-E-REFERENZ            PIC X(050).
102600     05 TKT-E-TICKET-NR           PIC X(015).
102700     05 TKT-E-STATUS              PIC X(001).
102800        88 TKT-E-IN-BEARBEITUNG   VALUE "B".
102900        88 TKT-E-GESCHLOSSEN      VALUE "G".
103000     05 TKT-E-DATUM               PIC 9(008).
103100 FD  TKTAUS
103200     RECORDING MODE IS F.
103300 01  TKT-SATZ                     PIC X(250).
103400 FD  TKTPRT
103500     RECORDING MODE IS F.
103600 01  TKT-DRUCKZEILE               PIC X(120).
103700*---------------------------------------------------------------*
103800* WORKING-STORAGE-Section                                       *
103900*---------------------------------------------------------------*
104000 WORKING-STORAGE SECTION.
104100 01  VERS-INF.
104200     05  FILLER PIC X(13) VALUE "ELEM=akatkv  ".
104300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104400/---------------------------------------------------------------*
104500* Konstanten                                                    *
104600*---------------------------------------------------------------*
104700 01  GS-KONSTANTEN.
104800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104900     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105000     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
105200                                  "SCHREIBEN-EQUAL".
105300     20 C-OBJEKT-TAB-KA02AKTK     PIC X(009) VALUE "KA02AKTK".
105400     20 C-OBJEKT-TAB-KA03AKTK     PIC X(009) VALUE "KA03AKTK".
105500     20 C-SATZART-KOPF            PIC X(001) VALUE "H".
105600     20 C-SATZART-DETAIL          PIC X(001) VALUE "D".
105700     20 C-SATZART-SCHLUSS         PIC X(001) VALUE "T".
105800     20 C-VORGANG-NEU             PIC X(001) VALUE "N".
105900     20 C-VORGANG-AKTUALISIERUNG  PIC X(001) VALUE "A".
106000     20 C-LAYOUT-VERSION          PIC X(003) VALUE "001".
106100     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106200/---------------------------------------------------------------*
106300* Satzaufbau Lieferdatei TKTAUS (Layoutversion 001)             *
106400*---------------------------------------------------------------*
106500 01  TKT-KOPF.
106600     05 TKT-H-SATZART             PIC X(001).
106700     05 TKT-H-LAUFDATUM           PIC 9(008).
106800     05 TKT-H-LAYOUT-VERSION      PIC X(003).
106900     05 FILLER                    PIC X(238) VALUE SPACE.
107000 01  TKT-DETAIL.
107100     05 TKT-D-SATZART             PIC X(001).
107200     05 TKT-D-VORGANG             PIC X(001).
107300     05 TKT-D-MELDUNGSNR          PIC 9(012).
107400     05 TKT-D-KATEGORIE           PIC X(003).
107500     05 TKT-D-SCHWERE             PIC 9(001).
107600     05 TKT-D-AK-NUMMER           PIC 9(005).
107700     05 TKT-D-REFERENZ            PIC X(050).
107800     05 TKT-D-LAUFDATUM           PIC 9(008).
107900     05 TKT-D-LAUF-PROGRAMM       PIC X(008).
108000     05 TKT-D-MELDE-PROGRAMM      PIC X(008).
108100     05 TKT-D-ERST-DATUM          PIC 9(008).
108200     05 TKT-D-LETZT-DATUM         PIC 9(008).
108300     05 TKT-D-ANZ-MELDUNGEN       PIC 9(005).
108400     05 TKT-D-TICKET-NR           PIC X(015).
108500     05 TKT-D-TEXT                PIC X(080).
108600     05 FILLER                    PIC X(037) VALUE SPACE.
108700 01  TKT-SCHLUSS.
108800     05 TKT-T-SATZART             PIC X(001).
108900     05 TKT-T-ANZ-NEU             PIC 9(009).
109000     05 TKT-T-ANZ-AKTUALISIERT    PIC 9(009).
109100     05 FILLER                    PIC X(231) VALUE SPACE.
109200/---------------------------------------------------------------*
109300* Formatzeile Protokoll TKTPRT (abgewiesene Rueckmeldungen)     *
109400*---------------------------------------------------------------*
109500 01  TKT-PRT-DETAIL.
109600     05 TKT-P-MELDUNGSNR          PIC 9(012).
109700     05 FILLER                    PIC X(001) VALUE SPACE.
109800     05 TKT-P-KATEGORIE           PIC X(003).
109900     05 FILLER                    PIC X(001) VALUE SPACE.
110000     05 TKT-P-AK-NUMMER           PIC 9(005).
110100     05 FILLER                    PIC X(001) VALUE SPACE.
110200     05 TKT-P-TICKET-NR           PIC X(015).
110300     05 FILLER                    PIC X(001) VALUE SPACE.
110400     05 TKT-P-STATUS              PIC X(001).
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 TKT-P-TEXT                PIC X(030).
110700     05 FILLER                    PIC X(049) VALUE SPACE.
110800/---------------------------------------------------------------*
110900* Meldungsgewichte, Verstaendigungsbereich, Tabellenzugriff     *
111000*---------------------------------------------------------------*
111100  COPY DCTGRCGE.
111200  COPY CGSOVER.
111300  COPY CGSTTAB.
111400  COPY CKAI0ATK.
111500  COPY CKAO0ATK.
111600  COPY CKA0AKTK.
111700  COPY CKAIRUN.
111800 01  DUMMY                        PIC X(001).
111900 01  H-RUN-ZAEHLER.
112000     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
112100     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
112200     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
112300 01  C-LAUFREGISTER-KONSTANTEN.
112400     05 C-01-INT-LAUF-START       PIC X(040) VALUE
112500                                  "01-INT-LAUF-START".
112600     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
112700                                  "01-INT-LAUF-ENDE".
112800     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKATKV".
112900/---------------------------------------------------------------*
113000* Hilfsvariable                                                 *
113100*---------------------------------------------------------------*
113200 01  H-EIN-FS                     PIC X(002).
113300 01  H-EIN-STATUS                 PIC X(001).
113400     88 EIN-ENDE                  VALUE "E".
113500     88 EIN-N-ENDE                VALUE "N".
113600 01  H-TK-STATUS                  PIC X(001).
113700     88 TK-GEFUNDEN               VALUE "J".
113800     88 TK-N-GEFUNDEN             VALUE "N".
113900 01  H-LAUFDATUM                  PIC 9(008).
114000 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
114100 01  H-ANZ-NEU                    PIC 9(009) VALUE ZERO.
114200 01  H-ANZ-AKTUALISIERT           PIC 9(009) VALUE ZERO.
114300/****************************************************************
114400 PROCEDURE DIVISION.
114500*****************************************************************
114600 0000-MAINLINE SECTION.
114700 0000-MAINLINE-1001.
114800     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
114900     PERFORM 2000-RUECKMELDUNG    THRU 2000-RUECKMELDUNG-EXIT
115000     PERFORM 3000-LIEFERUNG       THRU 3000-LIEFERUNG-EXIT
115100     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
115200     PERFORM 8100-LAUFREGISTER-ENDE
115300                              THRU 8100-LAUFREGISTER-ENDE-EXIT
115400     STOP RUN
115500     .
115600 0000-MAINLINE-1002.
115700     EXIT.
115800/---------------------------------------------------------------*
115900* Initialisierung                                               *
116000*---------------------------------------------------------------*
116100 1000-INITIALISIERUNG SECTION.
116200 1000-INITIALISIERUNG-1001.
116300     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
116400     PERFORM 8000-LAUFREGISTER-START
116500                              THRU 8000-LAUFREGISTER-START-EXIT
116600     OPEN OUTPUT TKTPRT
116700     .
116800 1000-INITIALISIERUNG-1002.
116900 1000-INITIALISIERUNG-EXIT.
117000     EXIT.
117100/---------------------------------------------------------------*
117200* Rueckmeldungen des Ticketsystems uebernehmen; ohne Datei      *
117300* TKTEIN entfaellt der Schritt                                  *
117400*---------------------------------------------------------------*
117500 2000-RUECKMELDUNG SECTION.
117600 2000-RUECKMELDUNG-1001.
117700     OPEN INPUT TKTEIN
117800     IF H-EIN-FS                  NOT = "00"
117900     THEN
118000       GO TO 2000-RUECKMELDUNG-EXIT
118100     END-IF
118200     SET EIN-N-ENDE               TO TRUE
118300     PERFORM 2100-RUECKMELDUNG-LESEN
118400                              THRU 2100-RUECKMELDUNG-LESEN-EXIT
118500     PERFORM UNTIL EIN-ENDE
118600       ADD C-1                    TO H-RUN-ANZ-GELESEN
118700       PERFORM 2200-TICKET-UEBERNEHMEN
118800                              THRU 2200-TICKET-UEBERNEHMEN-EXIT
118900       PERFORM 2100-RUECKMELDUNG-LESEN
119000                              THRU 2100-RUECKMELDUNG-LESEN-EXIT
119100     END-PERFORM
119200     CLOSE TKTEIN
119300     .
119400 2000-RUECKMELDUNG-1002.
119500 2000-RUECKMELDUNG-EXIT.
119600     EXIT.
119700/---------------------------------------------------------------*
119800* Naechste Rueckmeldung lesen                                   *
119900*---------------------------------------------------------------*
120000 2100-RUECKMELDUNG-LESEN SECTION.
120100 2100-RUECKMELDUNG-LESEN-1001.
120200     READ TKTEIN
120300       AT END
120400         SET EIN-ENDE             TO TRUE
120500     END-READ
120600     .
120700 2100-RUECKMELDUNG-LESEN-1002.
120800 2100-RUECKMELDUNG-LESEN-EXIT.
120900     EXIT.
121000/---------------------------------------------------------------*
121100* Eine Rueckmeldung dem Registereintrag zuordnen; unbekannte    *
121200* oder veraltete Meldungsnummern werden abgewiesen              *
121300*---------------------------------------------------------------*
121400 2200-TICKET-UEBERNEHMEN SECTION.
121500 2200-TICKET-UEBERNEHMEN-1001.
121600     IF NOT TKT-E-IN-BEARBEITUNG
121700        AND NOT TKT-E-GESCHLOSSEN
121800     THEN
121900       MOVE "STATUS UNGUELTIG"    TO TKT-P-TEXT
122000       PERFORM 2300-ABWEISEN      THRU 2300-ABWEISEN-EXIT
122100       GO TO 2200-TICKET-UEBERNEHMEN-EXIT
122200     END-IF
122300     MOVE TKT-E-KATEGORIE         TO KAI0ATK-KATEGORIE
122400     MOVE TKT-E-AK-NUMMER         TO KAI0ATK-AK-NUMMER
122500     MOVE TKT-E-REFERENZ          TO KAI0ATK-REFERENZ
122600     CALL "CGSTAB"
122700     USING C-TAB-LESEN-EQUAL
122800           C-KONFIG-ID-KA
122900           C-OBJEKT-TAB-KA02AKTK
123000           GSOVER-VERSTAENDIGUNGSBEREICH
123100           KAI0ATK-EINGABEBEREICH
123200           KAO0ATK-AUSGABEBEREICH
123300           GSTTAB-EIN-AUSGABEBEREICH
123400     END-CALL
123500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
123600     THEN
123700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
123800       MOVE "ALARM UNBEKANNT"     TO TKT-P-TEXT
123900       PERFORM 2300-ABWEISEN      THRU 2300-ABWEISEN-EXIT
124000       GO TO 2200-TICKET-UEBERNEHMEN-EXIT
124100     END-IF
124200     IF KAO0ATK-MELDUNGSNR        NOT = TKT-E-MELDUNGSNR
124300     THEN
124400*      Rueckmeldung zu einem frueheren, geschlossenen Ticket
124500       MOVE "MELDUNGSNUMMER VERALTET"
124600                                  TO TKT-P-TEXT
124700       PERFORM 2300-ABWEISEN      THRU 2300-ABWEISEN-EXIT
124800       GO TO 2200-TICKET-UEBERNEHMEN-EXIT
124900     END-IF
125000     IF TKT-E-TICKET-NR           NOT = SPACE
125100     THEN
125200       MOVE TKT-E-TICKET-NR       TO KAO0ATK-TICKET-NR
125300     END-IF
125400     IF TKT-E-GESCHLOSSEN
125500     THEN
125600       SET KAO0ATK-GESCHLOSSEN    TO TRUE
125700       MOVE SPACE                 TO KAO0ATK-AKTUALISIEREN-KZ
125800     ELSE
125900       IF NOT KAO0ATK-GESCHLOSSEN
126000       THEN
126100         SET KAO0ATK-IN-BEARBEITUNG
126200                                  TO TRUE
126300       END-IF
126400     END-IF
126500     MOVE H-LAUFDATUM             TO KAO0ATK-RUECK-DATUM
126600     IF TKT-E-DATUM               NUMERIC
126700        AND TKT-E-DATUM           > ZERO
126800     THEN
126900       MOVE TKT-E-DATUM           TO KAO0ATK-RUECK-DATUM
127000     END-IF
127100     CALL "CGSTAB"
127200     USING C-TAB-SCHREIBEN-EQUAL
127300           C-KONFIG-ID-KA
127400           C-OBJEKT-TAB-KA02AKTK
127500           GSOVER-VERSTAENDIGUNGSBEREICH
127600           KAI0ATK-EINGABEBEREICH
127700           KAO0ATK-AUSGABEBEREICH
127800           GSTTAB-EIN-AUSGABEBEREICH
127900     END-CALL
128000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
128100     THEN
128200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
128300       MOVE "REGISTER NICHT GESCHRIEBEN"
128400                                  TO TKT-P-TEXT
128500       PERFORM 2300-ABWEISEN      THRU 2300-ABWEISEN-EXIT
128600     END-IF
128700     .
128800 2200-TICKET-UEBERNEHMEN-1002.
128900 2200-TICKET-UEBERNEHMEN-EXIT.
129000     EXIT.
129100/---------------------------------------------------------------*
129200* Abgewiesene Rueckmeldung protokollieren                       *
129300*---------------------------------------------------------------*
129400 2300-ABWEISEN SECTION.
129500 2300-ABWEISEN-1001.
129600     MOVE TKT-E-MELDUNGSNR        TO TKT-P-MELDUNGSNR
129700     MOVE TKT-E-KATEGORIE         TO TKT-P-KATEGORIE
129800     MOVE TKT-E-AK-NUMMER         TO TKT-P-AK-NUMMER
129900     MOVE TKT-E-TICKET-NR         TO TKT-P-TICKET-NR
130000     MOVE TKT-E-STATUS            TO TKT-P-STATUS
130100     MOVE TKT-PRT-DETAIL          TO TKT-DRUCKZEILE
130200     WRITE TKT-DRUCKZEILE
130300     ADD C-1                      TO H-RUN-ANZ-FEHLER
130400     .
130500 2300-ABWEISEN-1002.
130600 2300-ABWEISEN-EXIT.
130700     EXIT.
130800/---------------------------------------------------------------*
130900* Lieferung: neue und hochgestufte Tickets nach TKTAUS          *
131000*---------------------------------------------------------------*
131100 3000-LIEFERUNG SECTION.
131200 3000-LIEFERUNG-1001.
131300     OPEN OUTPUT TKTAUS
131400     MOVE C-SATZART-KOPF          TO TKT-H-SATZART
131500     MOVE H-LAUFDATUM             TO TKT-H-LAUFDATUM
131600     MOVE C-LAYOUT-VERSION        TO TKT-H-LAYOUT-VERSION
131700     WRITE TKT-SATZ               FROM TKT-KOPF
131800     MOVE C-1                     TO H-LFD-ZEILE
131900     PERFORM 3100-LESEN-TK-ZEILE  THRU 3100-LESEN-TK-ZEILE-EXIT
132000     PERFORM UNTIL TK-N-GEFUNDEN
132100       IF KA0AKTK-NEU
132200          OR (KA0AKTK-AKTUALISIEREN
132300              AND NOT KA0AKTK-GESCHLOSSEN)
132400       THEN
132500         PERFORM 3200-TICKET-LIEFERN
132600                              THRU 3200-TICKET-LIEFERN-EXIT
132700       END-IF
132800       ADD C-1                    TO H-LFD-ZEILE
132900       PERFORM 3100-LESEN-TK-ZEILE
133000                              THRU 3100-LESEN-TK-ZEILE-EXIT
133100     END-PERFORM
133200     MOVE C-SATZART-SCHLUSS       TO TKT-T-SATZART
133300     MOVE H-ANZ-NEU               TO TKT-T-ANZ-NEU
133400     MOVE H-ANZ-AKTUALISIERT      TO TKT-T-ANZ-AKTUALISIERT
133500     WRITE TKT-SATZ               FROM TKT-SCHLUSS
133600     CLOSE TKTAUS
133700     .
133800 3000-LIEFERUNG-1002.
133900 3000-LIEFERUNG-EXIT.
134000     EXIT.
134100/---------------------------------------------------------------*
134200* Zeile aus dem Ticketregister lesen                            *
134300*---------------------------------------------------------------*
134400 3100-LESEN-TK-ZEILE SECTION.
134500 3100-LESEN-TK-ZEILE-1001.
134600     MOVE H-LFD-ZEILE             TO KA0AKTK-ZEILENNUMMER
134700     CALL "CGSTAB" USING
134800          C-TAB-LESEN-ZEILE
134900          C-KONFIG-ID-KA
135000          C-OBJEKT-TAB-KA03AKTK
135100          GSOVER-VERSTAENDIGUNGSBEREICH
135200          KA0AKTK-EINGABEBEREICH
135300          KA0AKTK-AUSGABEBEREICH
135400          DUMMY
135500     END-CALL
135600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
135700     THEN
135800       SET TK-GEFUNDEN            TO TRUE
135900     ELSE
136000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
136100       SET TK-N-GEFUNDEN          TO TRUE
136200     END-IF
136300     .
136400 3100-LESEN-TK-ZEILE-1002.
136500 3100-LESEN-TK-ZEILE-EXIT.
136600     EXIT.
136700/---------------------------------------------------------------*
136800* Einen Registereintrag liefern und als uebermittelt bzw.       *
136900* aktualisiert fortschreiben                                    *
137000*---------------------------------------------------------------*
137100 3200-TICKET-LIEFERN SECTION.
137200 3200-TICKET-LIEFERN-1001.
137300     MOVE C-SATZART-DETAIL        TO TKT-D-SATZART
137400     IF KA0AKTK-NEU
137500     THEN
137600       MOVE C-VORGANG-NEU         TO TKT-D-VORGANG
137700     ELSE
137800       MOVE C-VORGANG-AKTUALISIERUNG
137900                                  TO TKT-D-VORGANG
138000     END-IF
138100     MOVE KA0AKTK-MELDUNGSNR      TO TKT-D-MELDUNGSNR
138200     MOVE KA0AKTK-KATEGORIE       TO TKT-D-KATEGORIE
138300     MOVE KA0AKTK-SCHWERE         TO TKT-D-SCHWERE
138400     MOVE KA0AKTK-AK-NUMMER       TO TKT-D-AK-NUMMER
138500     MOVE KA0AKTK-REFERENZ        TO TKT-D-REFERENZ
138600     MOVE KA0AKTK-LAUFDATUM       TO TKT-D-LAUFDATUM
138700     MOVE KA0AKTK-LAUF-PROGRAMM   TO TKT-D-LAUF-PROGRAMM
138800     MOVE KA0AKTK-MELDE-PROGRAMM  TO TKT-D-MELDE-PROGRAMM
138900     MOVE KA0AKTK-ERST-DATUM      TO TKT-D-ERST-DATUM
139000     MOVE KA0AKTK-LETZT-DATUM     TO TKT-D-LETZT-DATUM
139100     MOVE KA0AKTK-ANZ-MELDUNGEN   TO TKT-D-ANZ-MELDUNGEN
139200     MOVE KA0AKTK-TICKET-NR       TO TKT-D-TICKET-NR
139300     MOVE KA0AKTK-TEXT            TO TKT-D-TEXT
139400     WRITE TKT-SATZ               FROM TKT-DETAIL
139500     ADD C-1                      TO H-RUN-ANZ-GESCHRIEBEN
139600     IF KA0AKTK-NEU
139700     THEN
139800       ADD C-1                    TO H-ANZ-NEU
139900     ELSE
140000       ADD C-1                    TO H-ANZ-AKTUALISIERT
140100     END-IF
140200*
140300     MOVE KA0AKTK-KATEGORIE       TO KAI0ATK-KATEGORIE
140400     MOVE KA0AKTK-AK-NUMMER       TO KAI0ATK-AK-NUMMER
140500     MOVE KA0AKTK-REFERENZ        TO KAI0ATK-REFERENZ
140600     MOVE KA0AKTK-MELDUNGSNR      TO KAO0ATK-MELDUNGSNR
140700     MOVE KA0AKTK-SCHWERE         TO KAO0ATK-SCHWERE
140800     MOVE KA0AKTK-STATUS          TO KAO0ATK-STATUS
140900     MOVE SPACE                   TO KAO0ATK-AKTUALISIEREN-KZ
141000     MOVE KA0AKTK-TICKET-NR       TO KAO0ATK-TICKET-NR
141100     MOVE KA0AKTK-ERST-DATUM      TO KAO0ATK-ERST-DATUM
141200     MOVE KA0AKTK-LETZT-DATUM     TO KAO0ATK-LETZT-DATUM
141300     MOVE KA0AKTK-ANZ-MELDUNGEN   TO KAO0ATK-ANZ-MELDUNGEN
141400     MOVE KA0AKTK-LAUFDATUM       TO KAO0ATK-LAUFDATUM
141500     MOVE KA0AKTK-LAUF-PROGRAMM   TO KAO0ATK-LAUF-PROGRAMM
141600     MOVE KA0AKTK-MELDE-PROGRAMM  TO KAO0ATK-MELDE-PROGRAMM
141700     MOVE KA0AKTK-TEXT            TO KAO0ATK-TEXT
141800     MOVE H-LAUFDATUM             TO KAO0ATK-VERSAND-DATUM
141900     MOVE KA0AKTK-RUECK-DATUM     TO KAO0ATK-RUECK-DATUM
142000     IF KA0AKTK-NEU
142100     THEN
142200       SET KAO0ATK-UEBERMITTELT   TO TRUE
142300     END-IF
142400     CALL "CGSTAB"
142500     USING C-TAB-SCHREIBEN-EQUAL
142600           C-KONFIG-ID-KA
142700           C-OBJEKT-TAB-KA02AKTK
142800           GSOVER-VERSTAENDIGUNGSBEREICH
142900           KAI0ATK-EINGABEBEREICH
143000           KAO0ATK-AUSGABEBEREICH
143100           GSTTAB-EIN-AUSGABEBEREICH
143200     END-CALL
143300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
143400     .
143500 3200-TICKET-LIEFERN-1002.
143600 3200-TICKET-LIEFERN-EXIT.
143700     EXIT.
143800/---------------------------------------------------------------*
143900* Start im zentralen Laufregister melden                        *
144000*---------------------------------------------------------------*
144100 8000-LAUFREGISTER-START SECTION.
144200 8000-LAUFREGISTER-START-1001.
144300     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
144400     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
144500     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
144600     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
144700                                     KAIRUN-ANZ-GESCHRIEBEN
144800                                     KAIRUN-ANZ-FEHLER
144900     CALL "AKARUN"
145000     USING KAIRUN-EINGABEBEREICH
145100           GSOVER-VERSTAENDIGUNGSBEREICH
145200     END-CALL
145300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
145400     .
145500 8000-LAUFREGISTER-START-1002.
145600 8000-LAUFREGISTER-START-EXIT.
145700     EXIT.
145800/---------------------------------------------------------------*
145900* Ende mit Kontrollsummen im zentralen Laufregister melden      *
146000*---------------------------------------------------------------*
146100 8100-LAUFREGISTER-ENDE SECTION.
146200 8100-LAUFREGISTER-ENDE-1001.
146300     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
146400     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
146500     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
146600     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
146700     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
146800     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
146900     CALL "AKARUN"
147000     USING KAIRUN-EINGABEBEREICH
147100           GSOVER-VERSTAENDIGUNGSBEREICH
147200     END-CALL
147300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
147400     .
147500 8100-LAUFREGISTER-ENDE-1002.
147600 8100-LAUFREGISTER-ENDE-EXIT.
147700     EXIT.
147800/---------------------------------------------------------------*
147900* Programmende                                                  *
148000*---------------------------------------------------------------*
148100 9999-EXIT SECTION.
148200 9999-EXIT-1001.
148300     CLOSE TKTPRT
148400     .
148500 9999-EXIT-1002.
148600 9999-EXIT-EXIT.
148700     EXIT.
