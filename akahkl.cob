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
000160*@Titel         : Laden des Kontenplan-Abzugs KA00AKHK
000160*@Elementname   : akahkl.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Kontenplan-Abzug laden                     *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Laedt den vom Hauptbuch gelieferten Kontenplan-Abzug      *
001900* HKLKTP in die Tabelle KA00AKHK, gegen die der Dialog      *
002000* KKA4GL die GL-Konten der Kontierungsregeln KA02AKGL       *
002100* prueft. HKLKTP beginnt mit dem Kopfsatz K (Stand des      *
002200* Abzugs, Abzugsdatum), es folgen die Konten als Saetze E   *
002300* (GL-Konto, Bezeichnung, bebuchbar J/N).                   *
002400* Jedes Konto wird mit dem Stand des Abzugs geschrieben;    *
002500* erst danach wird der Kopfsatz (GL-Konto SPACE) mit dem    *
002600* neuen Stand fortgeschrieben (analog AKASAN). Konten, die  *
002700* im neuen Abzug fehlen, behalten ihren alten Stand und     *
002800* gelten damit als nicht mehr im Kontenplan. Ein bereits    *
002900* geladener Stand wird nicht erneut geladen.                *
003000* HKLPARM (optional): Laufdatum (Stellen 1-8, Standard      *
003100* Tagesdatum).                                              *
003200* HKLAUS ist das Laufprotokoll mit abgewiesenen Saetzen.    *
003300* Im Laufregister AKARUN: gelesen = Kontensaetze,           *
003400* geschrieben = geladene Konten, Fehler = abgewiesene       *
003500* Saetze.                                                   *
003600*@E-ELEMENTBESCHREIBUNG                                     *
003700*                                                           *
003800*@A-MODULAUFRUF                                             *
003900* CGSTAB  : Tabellenzugriff                                 *
004000* AKARUN  : Zentrales Laufregister                          *
004100*@E-MODULAUFRUF                                             *
004200*                                                           *
004300*@A-COBOL-COPY                                              *
004400* Benoetigte COBOL-Copies:                                  *
004500* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004600* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004700* CGSTTAB    : UEBERGABEBEREICH CGSTAB                      *
004800* CKAI0AHK   : EINGABEBEREICH KA00AKHK                      *
004900* CKAO0AHK   : AUSGABEBEREICH KA00AKHK                      *
005000* CKAIRUN    : EINGABEBEREICH AKARUN                        *
005100*@E-COBOL-COPY                                              *
005200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58820                                                *     D01
090052*     Neuanlage - Laden des Kontenplan-Abzugs KA00AKHK fuer *     D01
090053*     die Pruefung der Kontierungsregeln in KKA4GL.         *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAHKL.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT HKLPARM               ASSIGN TO "HKLPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-STATUS.
101300     SELECT HKLKTP                ASSIGN TO "HKLKTP"
101400                                  ORGANIZATION IS LINE SEQUENTIAL
101500                                  FILE STATUS IS H-KTP-STATUS.
101600     SELECT HKLAUS                ASSIGN TO "HKLAUS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  HKLPARM
102100     RECORDING MODE IS F.
102200 01  HKL-PARM-SATZ.
102300     05 HKL-P-LAUFDATUM           PIC 9(008).
102400     05 FILLER                    PIC X(072).
102500 FD  HKLKTP
102600     RECORDING MODE IS F.
102700 01  HKL-KTP-SATZ.
102800     05 HKL-L-SATZART             PIC X(001).
102900        88 HKL-L-KOPF             VALUE "K".
103000        88 HKL-L-EINTRAG          VALUE "E".
103100     05 HKL-L-DATEN               PIC X(079).
103200 01  HKL-KTP-KOPF.
103300     05 FILLER                    PIC X(001).
103400     05 HKL-K-STAND               PIC X(012).
103500     05 HKL-K-ABZUG-DATUM         PIC 9(008).
103600     05 FILLER                    PIC X(059).
103700 01  HKL-KTP-EINTRAG.
103800     05 FILLER                    PIC X(001).
103900     05 HKL-E-GL-KONTO            PIC X(010).
104000     05 HKL-E-BEZEICHNUNG         PIC X(040).
104100     05 HKL-E-AKTIV               PIC X(001).
104200        88 HKL-E-AKTIV-GUELTIG    VALUE "J" "N".
104300     05 FILLER                    PIC X(028).
104400 FD  HKLAUS
104500     RECORDING MODE IS F.
104600 01  HKL-DRUCKZEILE               PIC X(132).
104700*---------------------------------------------------------------*
104800* WORKING-STORAGE-Section                                       *
104900*---------------------------------------------------------------*
105000 WORKING-STORAGE SECTION.
105100 01  VERS-INF.
105200     05  FILLER PIC X(13) VALUE "ELEM=akahkl  ".
105300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105400/---------------------------------------------------------------*
105500* Konstanten                                                    *
105600*---------------------------------------------------------------*
105700 01  GS-KONSTANTEN.
105800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105900     20 C-OBJEKT-TAB-KA00AKHK     PIC X(009) VALUE "KA00AKHK".
106000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
106100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
106200                                  VALUE "SCHREIBEN-EQUAL".
106300     20 C-KOPF-BEZEICHNUNG        PIC X(040) VALUE
106400        "KOPFSATZ KONTENPLAN-ABZUG".
106500     20 C-N                       PIC X(001) VALUE "N".
106600     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106700 01  C-MELDUNGEN.
106800     05 C-MELD-KEIN-ABZUG         PIC X(040) VALUE
106900        "KEIN KONTENPLAN-ABZUG GELIEFERT".
107000     05 C-MELD-STAND-BEKANNT      PIC X(040) VALUE
107100        "STAND BEREITS GELADEN - NICHT GELADEN".
107200     05 C-MELD-STAND-NEU          PIC X(040) VALUE
107300        "NEUER STAND GELADEN".
107400     05 C-MELD-FEHLER             PIC X(040) VALUE
107500        "FEHLER BEIM SCHREIBEN DES KOPFSATZES".
107600     05 C-MELD-OHNE-KONTO         PIC X(040) VALUE
107700        "SATZ OHNE GL-KONTO".
107800     05 C-MELD-AKTIV-UNGUELTIG    PIC X(040) VALUE
107900        "KENNZEICHEN BEBUCHBAR NICHT J/N".
108000     05 C-MELD-SCHREIBFEHLER      PIC X(040) VALUE
108100        "FEHLER BEIM SCHREIBEN KA00AKHK".
108200 01  H-RUN-ZAEHLER.
108300     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
108400     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
108500     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
108600 01  C-LAUFREGISTER-KONSTANTEN.
108700     05 C-01-INT-LAUF-START       PIC X(040) VALUE
108800                                  "01-INT-LAUF-START".
108900     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
109000                                  "01-INT-LAUF-ENDE".
109100     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAHKL".
109200/---------------------------------------------------------------*
109300* Formatzeilen Ausgabedatei HKLAUS                              *
109400*---------------------------------------------------------------*
109500 01  HKL-KOPF.
109600     05 FILLER                    PIC X(044) VALUE
109700        "KONTENPLAN-ABZUG KA00AKHK - LADEPROTOKOLL   ".
109800     05 FILLER                    PIC X(011) VALUE "LAUFDATUM: ".
109900     05 HKL-K-LAUFDATUM           PIC 9(008).
110000     05 FILLER                    PIC X(069) VALUE SPACE.
110100 01  HKL-STAND-ZEILE.
110200     05 FILLER                    PIC X(016) VALUE
110300        "BISHERIGER STAND".
110400     05 FILLER                    PIC X(002) VALUE ": ".
110500     05 HKL-S-STAND-ALT           PIC X(012).
110600     05 FILLER                    PIC X(016) VALUE
110700        "  GELIEFERT:    ".
110800     05 HKL-S-STAND-NEU           PIC X(012).
110900     05 FILLER                    PIC X(011) VALUE
111000        "  ABZUG VOM".
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 HKL-S-ABZUG-DATUM         PIC 9(008).
111300     05 FILLER                    PIC X(054) VALUE SPACE.
111400 01  HKL-FEHLER-ZEILE.
111500     05 FILLER                    PIC X(014) VALUE
111600        "ABGEWIESEN:   ".
111700     05 HKL-F-GL-KONTO            PIC X(010).
111800     05 FILLER                    PIC X(001) VALUE SPACE.
111900     05 HKL-F-BEZEICHNUNG         PIC X(040).
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 HKL-F-MELDUNG             PIC X(040).
112200     05 FILLER                    PIC X(026) VALUE SPACE.
112300 01  HKL-ENDE.
112400     05 HKL-X-MELDUNG             PIC X(040).
112500     05 FILLER                    PIC X(010) VALUE
112600        " GELESEN: ".
112700     05 HKL-X-GELESEN             PIC Z(008)9.
112800     05 FILLER                    PIC X(010) VALUE
112900        " GELADEN: ".
113000     05 HKL-X-GESCHRIEBEN         PIC Z(008)9.
113100     05 FILLER                    PIC X(013) VALUE
113200        " ABGEWIESEN: ".
113300     05 HKL-X-FEHLER              PIC Z(008)9.
113400     05 FILLER                    PIC X(032) VALUE SPACE.
113500/---------------------------------------------------------------*
113600* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
113700*---------------------------------------------------------------*
113800  COPY DCTGRCGE.
113900  COPY CGSOVER.
114000  COPY CGSTTAB.
114100  COPY CKAI0AHK.
114200  COPY CKAO0AHK.
114300  COPY CKAIRUN.
114400/---------------------------------------------------------------*
114500* Hilfsvariable                                                 *
114600*---------------------------------------------------------------*
114700 01  H-PARM-STATUS                PIC X(002).
114800 01  H-KTP-STATUS                 PIC X(002).
114900     88 KTP-DATEI-OK              VALUE "00".
115000 01  H-DATEI-STATUS               PIC X(001).
115100     88 DATEI-ENDE                VALUE "J".
115200     88 DATEI-N-ENDE              VALUE "N".
115300 01  H-LAUFDATUM                  PIC 9(008).
115400 01  H-STAND-ALT                  PIC X(012).
115500 01  H-STAND-NEU                  PIC X(012).
115600/****************************************************************
115700 PROCEDURE DIVISION.
115800*****************************************************************
115900 0000-MAINLINE SECTION.
116000 0000-MAINLINE-1001.
116100     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
116200     PERFORM 8000-LAUFREGISTER-START
116300                              THRU 8000-LAUFREGISTER-START-EXIT
116400     PERFORM 2000-ABZUG-LADEN     THRU 2000-ABZUG-LADEN-EXIT
116500     PERFORM 8100-LAUFREGISTER-ENDE
116600                              THRU 8100-LAUFREGISTER-ENDE-EXIT
116700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
116800     STOP RUN
116900     .
117000 0000-MAINLINE-1002.
117100     EXIT.
117200/---------------------------------------------------------------*
117300* Initialisierung: Laufdatum, bisherigen Stand lesen, Kopfzeile *
117400*---------------------------------------------------------------*
117500 1000-INITIALISIERUNG SECTION.
117600 1000-INITIALISIERUNG-1001.
117700     OPEN OUTPUT HKLAUS
117800     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
117900     OPEN INPUT HKLPARM
118000     IF H-PARM-STATUS             = "00"
118100     THEN
118200       READ HKLPARM
118300         NOT AT END
118400           IF HKL-P-LAUFDATUM     NUMERIC
118500              AND HKL-P-LAUFDATUM > ZERO
118600           THEN
118700             MOVE HKL-P-LAUFDATUM TO H-LAUFDATUM
118800           END-IF
118900       END-READ
119000       CLOSE HKLPARM
119100     END-IF
119200*    Bisheriger Stand aus dem Kopfsatz (GL-Konto SPACE)
119300     MOVE SPACE                   TO KAI0AHK-GL-KONTO
119400     INITIALIZE KAO0AHK-AUSGABEBEREICH
119500     CALL "CGSTAB"
119600     USING C-TAB-LESEN-EQUAL
119700           C-KONFIG-ID-KA
119800           C-OBJEKT-TAB-KA00AKHK
119900           GSOVER-VERSTAENDIGUNGSBEREICH
120000           KAI0AHK-EINGABEBEREICH
120100           KAO0AHK-AUSGABEBEREICH
120200           GSTTAB-EIN-AUSGABEBEREICH
120300     END-CALL
120400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
120500     THEN
120600       MOVE KAO0AHK-STAND         TO H-STAND-ALT
120700     ELSE
120800       MOVE SPACE                 TO H-STAND-ALT
120900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
121000     END-IF
121100*
121200     MOVE H-LAUFDATUM             TO HKL-K-LAUFDATUM
121300     MOVE HKL-KOPF                TO HKL-DRUCKZEILE
121400     WRITE HKL-DRUCKZEILE
121500     MOVE SPACE                   TO HKL-DRUCKZEILE
121600     WRITE HKL-DRUCKZEILE
121700     .
121800 1000-INITIALISIERUNG-1002.
121900 1000-INITIALISIERUNG-EXIT.
122000     EXIT.
122100/---------------------------------------------------------------*
122200* Abzug laden: Kopfsatz pruefen, Konten schreiben, danach den   *
122300* Kopfsatz der Tabelle mit dem neuen Stand fortschreiben        *
122400*---------------------------------------------------------------*
122500 2000-ABZUG-LADEN SECTION.
122600 2000-ABZUG-LADEN-1001.
122700     MOVE SPACE                   TO H-STAND-NEU
122800     MOVE ZERO                    TO HKL-S-ABZUG-DATUM
122900     OPEN INPUT HKLKTP
123000     IF NOT KTP-DATEI-OK
123100     THEN
123200       MOVE C-MELD-KEIN-ABZUG     TO HKL-X-MELDUNG
123300       GO TO 2000-ABZUG-LADEN-1002
123400     END-IF
123500     SET DATEI-N-ENDE             TO TRUE
123600     READ HKLKTP
123700       AT END
123800         SET DATEI-ENDE           TO TRUE
123900     END-READ
124000     IF DATEI-ENDE
124100        OR NOT HKL-L-KOPF
124200        OR HKL-K-STAND            = SPACE
124300     THEN
124400       CLOSE HKLKTP
124500       MOVE C-MELD-KEIN-ABZUG     TO HKL-X-MELDUNG
124600       GO TO 2000-ABZUG-LADEN-1002
124700     END-IF
124800     MOVE HKL-K-STAND             TO H-STAND-NEU
124900     MOVE HKL-K-ABZUG-DATUM       TO HKL-S-ABZUG-DATUM
125000     IF H-STAND-NEU               = H-STAND-ALT
125100     THEN
125200       CLOSE HKLKTP
125300       MOVE C-MELD-STAND-BEKANNT  TO HKL-X-MELDUNG
125400       GO TO 2000-ABZUG-LADEN-1002
125500     END-IF
125600     PERFORM UNTIL DATEI-ENDE
125700       READ HKLKTP
125800         AT END
125900           SET DATEI-ENDE         TO TRUE
126000         NOT AT END
126100           IF HKL-L-EINTRAG
126200           THEN
126300             PERFORM 2100-KONTO-LADEN
126400                                THRU 2100-KONTO-LADEN-EXIT
126500           END-IF
126600       END-READ
126700     END-PERFORM
126800     CLOSE HKLKTP
126900*    Kopfsatz erst nach dem Laden fortschreiben
127000     MOVE SPACE                   TO KAI0AHK-GL-KONTO
127100     INITIALIZE KAO0AHK-AUSGABEBEREICH
127200     MOVE SPACE                   TO KAO0AHK-GL-KONTO
127300     MOVE C-KOPF-BEZEICHNUNG      TO KAO0AHK-BEZEICHNUNG
127400     MOVE C-N                     TO KAO0AHK-AKTIV
127500     MOVE H-STAND-NEU             TO KAO0AHK-STAND
127600     MOVE H-LAUFDATUM             TO KAO0AHK-LADE-DATUM
127700     CALL "CGSTAB"
127800     USING C-TAB-SCHREIBEN-EQUAL
127900           C-KONFIG-ID-KA
128000           C-OBJEKT-TAB-KA00AKHK
128100           GSOVER-VERSTAENDIGUNGSBEREICH
128200           KAI0AHK-EINGABEBEREICH
128300           KAO0AHK-AUSGABEBEREICH
128400           GSTTAB-EIN-AUSGABEBEREICH
128500     END-CALL
128600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
128700     THEN
128800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
128900       ADD C-1                    TO H-RUN-ANZ-FEHLER
129000       MOVE C-MELD-FEHLER         TO HKL-X-MELDUNG
129100     ELSE
129200       MOVE C-MELD-STAND-NEU      TO HKL-X-MELDUNG
129300     END-IF
129400     .
129500 2000-ABZUG-LADEN-1002.
129600     MOVE H-STAND-ALT             TO HKL-S-STAND-ALT
129700     MOVE H-STAND-NEU             TO HKL-S-STAND-NEU
129800     MOVE HKL-STAND-ZEILE         TO HKL-DRUCKZEILE
129900     WRITE HKL-DRUCKZEILE
130000     MOVE SPACE                   TO HKL-DRUCKZEILE
130100     WRITE HKL-DRUCKZEILE
130200     .
130300 2000-ABZUG-LADEN-EXIT.
130400     EXIT.
130500/---------------------------------------------------------------*
130600* Ein Konto mit dem Stand des Abzugs in KA00AKHK schreiben      *
130700*---------------------------------------------------------------*
130800 2100-KONTO-LADEN SECTION.
130900 2100-KONTO-LADEN-1001.
131000     ADD C-1                      TO H-RUN-ANZ-GELESEN
131100     IF HKL-E-GL-KONTO            = SPACE
131200     THEN
131300       MOVE C-MELD-OHNE-KONTO     TO HKL-F-MELDUNG
131400       GO TO 2100-KONTO-LADEN-FEHLER
131500     END-IF
131600     IF NOT HKL-E-AKTIV-GUELTIG
131700     THEN
131800       MOVE C-MELD-AKTIV-UNGUELTIG
131900                                  TO HKL-F-MELDUNG
132000       GO TO 2100-KONTO-LADEN-FEHLER
132100     END-IF
132200     MOVE HKL-E-GL-KONTO          TO KAI0AHK-GL-KONTO
132300     INITIALIZE KAO0AHK-AUSGABEBEREICH
132400     MOVE HKL-E-GL-KONTO          TO KAO0AHK-GL-KONTO
132500     MOVE HKL-E-BEZEICHNUNG       TO KAO0AHK-BEZEICHNUNG
132600     MOVE HKL-E-AKTIV             TO KAO0AHK-AKTIV
132700     MOVE H-STAND-NEU             TO KAO0AHK-STAND
132800     MOVE H-LAUFDATUM             TO KAO0AHK-LADE-DATUM
132900     CALL "CGSTAB"
133000     USING C-TAB-SCHREIBEN-EQUAL
133100           C-KONFIG-ID-KA
133200           C-OBJEKT-TAB-KA00AKHK
133300           GSOVER-VERSTAENDIGUNGSBEREICH
133400           KAI0AHK-EINGABEBEREICH
133500           KAO0AHK-AUSGABEBEREICH
133600           GSTTAB-EIN-AUSGABEBEREICH
133700     END-CALL
133800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
133900     THEN
134000       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
134100       GO TO 2100-KONTO-LADEN-EXIT
134200     END-IF
134300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
134400     MOVE C-MELD-SCHREIBFEHLER    TO HKL-F-MELDUNG
134500     .
134600 2100-KONTO-LADEN-FEHLER.
134700     ADD C-1                      TO H-RUN-ANZ-FEHLER
134800     MOVE HKL-E-GL-KONTO          TO HKL-F-GL-KONTO
134900     MOVE HKL-E-BEZEICHNUNG       TO HKL-F-BEZEICHNUNG
135000     MOVE HKL-FEHLER-ZEILE        TO HKL-DRUCKZEILE
135100     WRITE HKL-DRUCKZEILE
135200     .
135300 2100-KONTO-LADEN-EXIT.
135400     EXIT.
135500/---------------------------------------------------------------*
135600* Start im zentralen Laufregister melden                        *
135700*---------------------------------------------------------------*
135800 8000-LAUFREGISTER-START SECTION.
135900 8000-LAUFREGISTER-START-1001.
136000     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
136100     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
136200     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
136300     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
136400                                     KAIRUN-ANZ-GESCHRIEBEN
136500                                     KAIRUN-ANZ-FEHLER
136600     CALL "AKARUN"
136700     USING KAIRUN-EINGABEBEREICH
136800           GSOVER-VERSTAENDIGUNGSBEREICH
136900     END-CALL
137000     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
137100     .
137200 8000-LAUFREGISTER-START-1002.
137300 8000-LAUFREGISTER-START-EXIT.
137400     EXIT.
137500/---------------------------------------------------------------*
137600* Summenzeile und Ende mit Kontrollsummen im zentralen          *
137700* Laufregister melden                                           *
137800*---------------------------------------------------------------*
137900 8100-LAUFREGISTER-ENDE SECTION.
138000 8100-LAUFREGISTER-ENDE-1001.
138100     MOVE H-RUN-ANZ-GELESEN       TO HKL-X-GELESEN
138200     MOVE H-RUN-ANZ-GESCHRIEBEN   TO HKL-X-GESCHRIEBEN
138300     MOVE H-RUN-ANZ-FEHLER        TO HKL-X-FEHLER
138400     MOVE HKL-ENDE                TO HKL-DRUCKZEILE
138500     WRITE HKL-DRUCKZEILE
138600*
138700     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
138800     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
138900     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
139000     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
139100     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
139200     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
139300     CALL "AKARUN"
139400     USING KAIRUN-EINGABEBEREICH
139500           GSOVER-VERSTAENDIGUNGSBEREICH
139600     END-CALL
139700     .
139800 8100-LAUFREGISTER-ENDE-1002.
139900 8100-LAUFREGISTER-ENDE-EXIT.
140000     EXIT.
140100/---------------------------------------------------------------*
140200* Programmende                                                  *
140300*---------------------------------------------------------------*
140400 9999-EXIT SECTION.
140500 9999-EXIT-1001.
140600     CLOSE HKLAUS
140700     .
140800 9999-EXIT-1002.
140900 9999-EXIT-EXIT.
141000     EXIT.
