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
000160*@Titel         : Lesezugriff Schnappschuss offene Posten
000160*@Elementname   : akaopxl.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Lesezugriff Schnappschuss offene Posten   *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Aufrufgleicher Ersatz fuer AKA5OF (Funktion              *
001800* 01-STD-APO-LIST-SUCHE, Eingabebereich KAI5OF3) in den    *
001900* Berichtslaeufen. Posten im Status 2 (offen) und 3 (in    *
002000* Klaerung) eines Abstimmkreises werden aus dem von AKAOPX *
002100* geschriebenen Schnappschuss OPXDAT geliefert, statt den  *
002200* Bestand erneut zu lesen (max. 200 je Aufruf, Fortsetzung *
002300* ueber KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF/KAO5OF2-KZ-WEITER). *
002400* Beim ersten Aufruf je Lauf wird der Schnappschuss        *
002500* geprueft: die Schnappschuss-Id muss aus dem letzten      *
002510* erfolgreich beendeten Lauf AKAOPX im Laufregister        *
002520* KA02AKRG (AKARUN) stammen und darf nicht aelter sein     *
002600* als der Start der Nachtkette (AKAKON). Ein Schnapp-      *
002700* schuss vom Vortag gilt nur, solange AKAOPX heute noch    *
002710* nicht gelaufen ist (Kette ueber Mitternacht). Anzahl     *
002800* und Betragssumme der Postensaetze muessen dem Trailer    *
002810* entsprechen. Das Ergebnis geht als Kontrollzeile nach    *
002900* OPXKTL (Auswertung AKAOPX Modus K). Fehlt der Schnapp-   *
002910* schuss, ist er nicht aktuell oder stimmt die Kontroll-   *
003000* summe nicht, sowie fuer andere Status und zusaetzliche   *
003010* Suchkriterien wird der Aufruf unveraendert an AKA5OF     *
003100* weitergereicht.                                          *
003200*@E-ELEMENTBESCHREIBUNG                                    *
003300*                                                          *
003400*@A-MODULAUFRUF                                            *
003500* AKA5OF  : Trefferliste offener APOs (Direktzugriff)      *
003510* AKARUN  : Zentrales Laufregister (Registersatz lesen)    *
003600*@E-MODULAUFRUF                                            *
003700*                                                          *
003800*@A-COBOL-COPY                                             *
003900* Benoetigte COBOL-Copies:                                 *
004000* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004100* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004200* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
004300* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
004400* CKAT5OF1   : TRANSIENTBEREICH AKA5OF                     *
004500* CKAXIND    : INDICES AKA5OF                              *
004600* CKAOPXS    : SATZAUFBAU SCHNAPPSCHUSS OPXDAT             *
004700* CKAOPXK    : KONTROLLZEILE OPXKTL                        *
004710* CKAIRUN    : EINGABEBEREICH AKARUN                       *
004800*@E-COBOL-COPY                                             *
004900*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58810                                               *      D01
090052*     Neuanlage - Lesezugriff der Berichtslaeufe auf den   *      D01
090053*     Schnappschuss OPXDAT mit Aktualitaetspruefung gegen  *      D01
090054*     das Laufregister, Kontrollsummenpruefung und         *      D01
090055*     Rueckfall auf AKA5OF.                                *      D01
090056*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090057*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAOPXL.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT OPXDAT                ASSIGN TO "OPXDAT"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-DAT-FS.
101300     SELECT OPXKTL                ASSIGN TO "OPXKTL"
101400                                  ORGANIZATION IS LINE SEQUENTIAL
101500                                  FILE STATUS IS H-KTL-FS.
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  OPXDAT
101900     RECORDING MODE IS F.
102000 01  OPX-DAT-SATZ                 PIC X(1040).
102100 FD  OPXKTL
102200     RECORDING MODE IS F.
102300 01  OPX-KTL-ZEILE                PIC X(094).
102400 WORKING-STORAGE SECTION.
102500 01  VERS-INF.
102600     05  FILLER PIC X(13) VALUE "ELEM=akaopxl ".
102700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
102800/---------------------------------------------------------------*
102900* Konstanten                                                    *
103000*---------------------------------------------------------------*
103100 01  GS-KONSTANTEN.
103200     20 C-01-STD-APO-LIST-SUCHE   PIC X(040) VALUE
103300                                  "01-STD-APO-LIST-SUCHE".
103400     20 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
103500     20 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
103600     20 C-MAX-TREFFER             PIC 9(003) VALUE 200.
103700     20 C-J                       PIC X(001) VALUE "J".
103800     20 C-N                       PIC X(001) VALUE "N".
103900     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
103910     20 C-01-INT-LAUF-LESEN       PIC X(040) VALUE
103920                                  "01-INT-LAUF-LESEN".
103930     20 C-RUN-AKAOPX              PIC X(008) VALUE "AKAOPX".
103940     20 C-RUN-AKAKON              PIC X(008) VALUE "AKAKON".
104000/---------------------------------------------------------------*
104100* Satzpuffer Schnappschuss, Kontrollzeile, Meldungsgewichte,    *
104110* Eingabebereich Laufregister                                   *
104200*---------------------------------------------------------------*
104300  COPY DCTGRCGE.
104400  COPY CKAOPXS.
104500  COPY CKAOPXK.
104510  COPY CKAIRUN.
104600/---------------------------------------------------------------*
104700* Hilfsvariable (bleiben ueber die Aufrufe eines Laufs stehen)  *
104800*---------------------------------------------------------------*
104900 01  H-DAT-FS                     PIC X(002).
105000 01  H-KTL-FS                     PIC X(002).
105100 01  H-ERSTAUFRUF-KZ              PIC X(001) VALUE "J".
105200     88 ERSTAUFRUF                VALUE "J".
105300     88 FOLGEAUFRUF               VALUE "N".
105400 01  H-ZUGRIFF-KZ                 PIC X(001) VALUE "D".
105500     88 ZUGRIFF-SCHNAPPSCHUSS     VALUE "S".
105600     88 ZUGRIFF-DIREKT            VALUE "D".
105700 01  H-DATEI-OFFEN-KZ             PIC X(001) VALUE "N".
105800     88 DATEI-OFFEN               VALUE "J".
105900     88 DATEI-N-OFFEN             VALUE "N".
106000 01  H-PUFFER-KZ                  PIC X(001) VALUE "N".
106100     88 PUFFER-VOLL               VALUE "J".
106200     88 PUFFER-LEER               VALUE "N".
106300 01  H-DATEI-KZ                   PIC X(001).
106400     88 DATEI-WEITER              VALUE "J".
106500     88 DATEI-ENDE                VALUE "N".
106600 01  H-ANF-SCHLUESSEL.
106700     05 H-ANF-ABSTIMMKREIS-NR     PIC 9(005).
106800     05 H-ANF-STATUS              PIC 9(001).
106900 01  H-LETZT-SCHLUESSEL           PIC X(006) VALUE LOW-VALUE.
107000 01  H-MAX-TREFFER                PIC 9(003).
107100 01  H-TIMESTAMP-FIELDS.
107200     05 H-TIMESTAMP               PIC X(014).
107300     05 FILLER                    PIC X(007).
107400 01  H-HEUTE                      PIC 9(008).
107500 01  H-VORTAG                     PIC 9(008).
107600 01  H-TAGESNR                    PIC 9(007) COMP-3.
107700 01  H-SCHNAPPSCHUSS-ID           PIC X(014) VALUE SPACE.
107800 01  H-ANZ-POSTEN                 PIC 9(009) VALUE ZERO.
107900 01  H-SUMME-BETRAG               PIC S9(015)V9(003) VALUE ZERO.
108000 01  H-GRUND                      PIC X(030) VALUE SPACE.
108010 01  H-AKTUELL-KZ                 PIC X(001).
108020     88 SCHNAPPSCHUSS-AKTUELL     VALUE "J".
108030     88 SCHNAPPSCHUSS-N-AKTUELL   VALUE "N".
108040 01  H-KETTENSTART                PIC X(014).
108100/****************************************************************
108200 LINKAGE SECTION.
108300*****************************************************************
108400*---------------------------------------------------------------*
108500* Aufrufschnittstelle wie AKA5OF                                *
108600*---------------------------------------------------------------*
108700 01 AUF-FUNKTION                  PIC X(040).
108800 01 KONFIG-ID                     PIC X(002).
108900 01 OBJEKT-AUFTRAGS-ID            PIC X(020).
109000 COPY CGSOVER.
109100 01 LS-EINGABEBEREICH             PIC X(001).
109200 01 LS-EIN-BER-03                 REDEFINES LS-EINGABEBEREICH.
109300     COPY CKAI5OF3                REPLACING 01 BY 05,
109400                                  ==(01)== BY ==(01)==.
109500 01 LS-AUSGABEBEREICH             PIC X(001).
109600 01 LS-AUS-BER-02                 REDEFINES LS-AUSGABEBEREICH.
109700     COPY CKAO5OF2                REPLACING 01 BY 05,
109800                                  ==(01)== BY ==(01)==.
109900 COPY CKAT5OF1.
110000 COPY CKAXIND.
110100/
110200 PROCEDURE DIVISION
110300     USING AUF-FUNKTION
110400           KONFIG-ID
110500           OBJEKT-AUFTRAGS-ID
110600           GSOVER-VERSTAENDIGUNGSBEREICH
110700           LS-EINGABEBEREICH
110800           LS-AUSGABEBEREICH
110900           KAT5OF1-TRANSIENT-BEREICH
111000           KAXIND-INDICES.
111100/---------------------------------------------------------------*
111200* Steuerung: beim ersten Aufruf Schnappschuss pruefen; Status   *
111300* 2/3 ohne weitere Suchkriterien aus dem Schnappschuss, alles   *
111400* uebrige unveraendert ueber AKA5OF                             *
111500*---------------------------------------------------------------*
111600 STEUER-AKAOPXL SECTION.
111700 STEUER-AKAOPXL-1001.
111800     IF ERSTAUFRUF
111900     THEN
112000       PERFORM SCHNAPPSCHUSS-PRUEFEN
112100                                  THRU SCHNAPPSCHUSS-PRUEFEN-EXIT
112200       SET FOLGEAUFRUF            TO TRUE
112300     END-IF
112400     IF ZUGRIFF-DIREKT
112500        OR AUF-FUNKTION           NOT = C-01-STD-APO-LIST-SUCHE
112600        OR (KAI5OF3-STATUS        NOT = C-STATUS-OFFEN
112700            AND KAI5OF3-STATUS    NOT = C-STATUS-KLAERUNG)
112800        OR KAI5OF3-SELEKTION-OF   NOT = HIGH-VALUE
112900        OR (KAI5OF3-S-WV-STICHTAG IS NUMERIC
113000            AND KAI5OF3-S-WV-STICHTAG NOT = ZERO)
113100     THEN
113200       CALL "AKA5OF" USING
113300            AUF-FUNKTION
113400            KONFIG-ID
113500            OBJEKT-AUFTRAGS-ID
113600            GSOVER-VERSTAENDIGUNGSBEREICH
113700            LS-EINGABEBEREICH
113800            LS-AUSGABEBEREICH
113900            KAT5OF1-TRANSIENT-BEREICH
114000            KAXIND-INDICES
114100       END-CALL
114200     ELSE
114300       PERFORM LISTE-LIEFERN      THRU LISTE-LIEFERN-EXIT
114400     END-IF
114500     .
114600 STEUER-AKAOPXL-1002.
114700     EXIT PROGRAM.
114800/---------------------------------------------------------------*
114900* Schnappschuss pruefen, Kontrollzeile nach OPXKTL schreiben    *
115000* und bei Zugriff ueber den Schnappschuss die Datei oeffnen     *
115100*---------------------------------------------------------------*
115200 SCHNAPPSCHUSS-PRUEFEN SECTION.
115300 SCHNAPPSCHUSS-PRUEFEN-1001.
115400     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
115500     MOVE H-TIMESTAMP (1:8)       TO H-HEUTE
115600     COMPUTE H-TAGESNR            =
115700             FUNCTION INTEGER-OF-DATE (H-HEUTE) - 1
115800     COMPUTE H-VORTAG             =
115900             FUNCTION DATE-OF-INTEGER (H-TAGESNR)
116000     SET ZUGRIFF-DIREKT           TO TRUE
116100     PERFORM DATEI-PRUEFEN        THRU DATEI-PRUEFEN-EXIT
116200     IF DATEI-OFFEN
116300     THEN
116400       CLOSE OPXDAT
116500       SET DATEI-N-OFFEN          TO TRUE
116600     END-IF
116700     INITIALIZE KAOPXK-SATZ
116800     MOVE OBJEKT-AUFTRAGS-ID (1:6)
116900                                  TO KAOPXK-PROGRAMM
117000     MOVE H-TIMESTAMP             TO KAOPXK-ZEITPUNKT
117100     MOVE H-ZUGRIFF-KZ            TO KAOPXK-ZUGRIFF
117200     MOVE H-SCHNAPPSCHUSS-ID      TO KAOPXK-SCHNAPPSCHUSS-ID
117300     MOVE H-ANZ-POSTEN            TO KAOPXK-ANZ-POSTEN
117400     MOVE H-SUMME-BETRAG          TO KAOPXK-SUMME-BETRAG
117500     MOVE H-GRUND                 TO KAOPXK-GRUND
117600     OPEN EXTEND OPXKTL
117700     IF H-KTL-FS                  = "00"
117800     THEN
117900       WRITE OPX-KTL-ZEILE        FROM KAOPXK-SATZ
118000       CLOSE OPXKTL
118100     END-IF
118200     IF ZUGRIFF-SCHNAPPSCHUSS
118300     THEN
118400       PERFORM DATEI-POSITIONIEREN
118500                                  THRU DATEI-POSITIONIEREN-EXIT
118600     END-IF
118700     .
118800 SCHNAPPSCHUSS-PRUEFEN-1002.
118900 SCHNAPPSCHUSS-PRUEFEN-EXIT.
119000     EXIT.
119100/---------------------------------------------------------------*
119200* Kopf gegen das Laufregister und Kontrollsummen gegen den      *
119300* Trailer pruefen; nur bei Erfolg Zugriff ueber Schnappschuss   *
119400*---------------------------------------------------------------*
119500 DATEI-PRUEFEN SECTION.
119600 DATEI-PRUEFEN-1001.
119700     MOVE "SCHNAPPSCHUSS FEHLT"   TO H-GRUND
119800     OPEN INPUT OPXDAT
119900     IF H-DAT-FS                  NOT = "00"
120000     THEN
120100       GO TO DATEI-PRUEFEN-EXIT
120200     END-IF
120300     SET DATEI-OFFEN              TO TRUE
120400     READ OPXDAT                  INTO KAOPXS-SATZ
120500       AT END
120600         GO TO DATEI-PRUEFEN-EXIT
120700     END-READ
120800     IF NOT KAOPXS-KOPF
120900     THEN
121000       GO TO DATEI-PRUEFEN-EXIT
121100     END-IF
121200     MOVE KAOPXS-SCHNAPPSCHUSS-ID TO H-SCHNAPPSCHUSS-ID
121300     MOVE "SCHNAPPSCHUSS NICHT AKTUELL"
121400                                  TO H-GRUND
121500     PERFORM LAUF-PRUEFEN         THRU LAUF-PRUEFEN-EXIT
121600     IF SCHNAPPSCHUSS-N-AKTUELL
121700     THEN
121800       GO TO DATEI-PRUEFEN-EXIT
121900     END-IF
122000     MOVE "TRAILER FEHLT"         TO H-GRUND
122100     SET DATEI-WEITER             TO TRUE
122200     PERFORM SUMMEN-LESEN         THRU SUMMEN-LESEN-EXIT
122300             UNTIL DATEI-ENDE
122400     .
122500 DATEI-PRUEFEN-1002.
122600 DATEI-PRUEFEN-EXIT.
122700     EXIT.
122710/---------------------------------------------------------------*
122711* Aktualitaet gegen das Laufregister: der Schnappschuss muss aus*
122712* dem letzten erfolgreich beendeten Lauf AKAOPX stammen (Id     *
122713* zwischen Start und Ende dieses Laufs) und darf nicht vor dem  *
122714* Start der Nachtkette (AKAKON) entstanden sein; Vortag nur,    *
122715* solange AKAOPX heute noch nicht gelaufen ist                  *
122716*---------------------------------------------------------------*
122717 LAUF-PRUEFEN SECTION.
122718 LAUF-PRUEFEN-1001.
122719     SET SCHNAPPSCHUSS-N-AKTUELL  TO TRUE
12271A     IF KAOPXS-LAUFDATUM          NOT = H-HEUTE
12271B        AND KAOPXS-LAUFDATUM      NOT = H-VORTAG
12271C     THEN
12271D       GO TO LAUF-PRUEFEN-EXIT
12271E     END-IF
12271F*    Start der Nachtkette: Startsatz AKAKON von heute, sonst vom
12271G*    Vortag (Kette ueber Mitternacht)
12271H     MOVE SPACE                   TO H-KETTENSTART
12271I     MOVE C-RUN-AKAKON            TO KAIRUN-PROGRAMM
12271J     MOVE H-HEUTE                 TO KAIRUN-LAUFDATUM
12271K     PERFORM REGISTER-LESEN       THRU REGISTER-LESEN-EXIT
12271L     IF KAIRUN-N-GEFUNDEN
12271M     THEN
12271N       MOVE H-VORTAG              TO KAIRUN-LAUFDATUM
12271O       PERFORM REGISTER-LESEN     THRU REGISTER-LESEN-EXIT
12271P     END-IF
12271Q     IF NOT KAIRUN-N-GEFUNDEN
12271R     THEN
12271S       MOVE KAIRUN-START-TIMESTAMP (1:14)
12271T                                  TO H-KETTENSTART
12271U     END-IF
12271V     IF KAOPXS-LAUFDATUM          = H-VORTAG
12271W     THEN
12271X*      Vortag nur nach bekanntem Kettenstart und ohne heutigen
12271Y*      Lauf AKAOPX
12271Z       IF H-KETTENSTART           = SPACE
122720       THEN
122721         GO TO LAUF-PRUEFEN-EXIT
122722       END-IF
122723       MOVE C-RUN-AKAOPX          TO KAIRUN-PROGRAMM
122724       MOVE H-HEUTE               TO KAIRUN-LAUFDATUM
122725       PERFORM REGISTER-LESEN     THRU REGISTER-LESEN-EXIT
122726       IF NOT KAIRUN-N-GEFUNDEN
122727       THEN
122728         GO TO LAUF-PRUEFEN-EXIT
122729       END-IF
12272A     END-IF
12272B     IF H-KETTENSTART             NOT = SPACE
12272C        AND H-SCHNAPPSCHUSS-ID    < H-KETTENSTART
12272D     THEN
12272E       GO TO LAUF-PRUEFEN-EXIT
12272F     END-IF
12272G*    Lauf AKAOPX zum Laufdatum des Schnappschusses (ein erneuter
12272H*    Start ueberschreibt den Registersatz mit dem letzten Lauf)
12272I     MOVE C-RUN-AKAOPX            TO KAIRUN-PROGRAMM
12272J     MOVE KAOPXS-LAUFDATUM        TO KAIRUN-LAUFDATUM
12272K     PERFORM REGISTER-LESEN       THRU REGISTER-LESEN-EXIT
12272L     IF NOT KAIRUN-BEENDET
12272M        OR KAIRUN-ANZ-FEHLER      NOT = ZERO
12272N        OR H-SCHNAPPSCHUSS-ID     < KAIRUN-START-TIMESTAMP (1:14)
12272O        OR H-SCHNAPPSCHUSS-ID     > KAIRUN-ENDE-TIMESTAMP (1:14)
12272P     THEN
12272Q       GO TO LAUF-PRUEFEN-EXIT
12272R     END-IF
12272S     SET SCHNAPPSCHUSS-AKTUELL    TO TRUE
12272T     .
12272U LAUF-PRUEFEN-1002.
12272V LAUF-PRUEFEN-EXIT.
12272W     EXIT.
12272X/---------------------------------------------------------------*
12272Y* Registersatz zu Programm und Laufdatum ueber AKARUN lesen     *
12272Z*---------------------------------------------------------------*
122730 REGISTER-LESEN SECTION.
122731 REGISTER-LESEN-1001.
122732     MOVE C-01-INT-LAUF-LESEN     TO KAIRUN-FUNKTION
122733     CALL "AKARUN"
122734     USING KAIRUN-EINGABEBEREICH
122735           GSOVER-VERSTAENDIGUNGSBEREICH
122736     END-CALL
122737     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
122738     THEN
122739       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
12273A       MOVE SPACE                 TO KAIRUN-STATUS
12273B     END-IF
12273C     .
12273D REGISTER-LESEN-1002.
12273E REGISTER-LESEN-EXIT.
12273F     EXIT.
122800/---------------------------------------------------------------*
122900* Postensaetze summieren, am Trailer vergleichen                *
123000*---------------------------------------------------------------*
123100 SUMMEN-LESEN SECTION.
123200 SUMMEN-LESEN-1001.
123300     READ OPXDAT                  INTO KAOPXS-SATZ
123400       AT END
123500         SET DATEI-ENDE           TO TRUE
123600         GO TO SUMMEN-LESEN-EXIT
123700     END-READ
123800     EVALUATE TRUE
123900     WHEN KAOPXS-POSTEN
124000       ADD C-1                    TO H-ANZ-POSTEN
124100       ADD KAOPXS-BETRAG          TO H-SUMME-BETRAG
124200     WHEN KAOPXS-TRAILER
124300       IF KAOPXS-T-SCHNAPPSCHUSS-ID = H-SCHNAPPSCHUSS-ID
124400          AND KAOPXS-T-ANZ-POSTEN   = H-ANZ-POSTEN
124500          AND KAOPXS-T-SUMME-BETRAG = H-SUMME-BETRAG
124600       THEN
124700         SET ZUGRIFF-SCHNAPPSCHUSS
124800                                  TO TRUE
124900         MOVE SPACE               TO H-GRUND
125000       ELSE
125100         MOVE "KONTROLLSUMME ABWEICHEND"
125200                                  TO H-GRUND
125300       END-IF
125400       SET DATEI-ENDE             TO TRUE
125500     WHEN OTHER
125600       CONTINUE
125700     END-EVALUATE
125800     .
125900 SUMMEN-LESEN-1002.
126000 SUMMEN-LESEN-EXIT.
126100     EXIT.
126200/---------------------------------------------------------------*
126300* Schnappschuss neu oeffnen und auf den ersten Posten stellen   *
126400*---------------------------------------------------------------*
126500 DATEI-POSITIONIEREN SECTION.
126600 DATEI-POSITIONIEREN-1001.
126700     SET PUFFER-LEER              TO TRUE
126800     MOVE LOW-VALUE               TO H-LETZT-SCHLUESSEL
126900     IF DATEI-OFFEN
127000     THEN
127100       CLOSE OPXDAT
127200       SET DATEI-N-OFFEN          TO TRUE
127300     END-IF
127400     OPEN INPUT OPXDAT
127500     IF H-DAT-FS                  NOT = "00"
127600     THEN
127700       GO TO DATEI-POSITIONIEREN-EXIT
127800     END-IF
127900     SET DATEI-OFFEN              TO TRUE
128000*    Kopfsatz ueberlesen
128100     READ OPXDAT                  INTO KAOPXS-SATZ
128200       AT END
128300         GO TO DATEI-POSITIONIEREN-EXIT
128400     END-READ
128500     PERFORM PUFFER-LESEN         THRU PUFFER-LESEN-EXIT
128600     .
128700 DATEI-POSITIONIEREN-1002.
128800 DATEI-POSITIONIEREN-EXIT.
128900     EXIT.
129000/---------------------------------------------------------------*
129100* Naechsten Postensatz in den Puffer lesen; Trailer oder        *
129200* Dateiende leeren den Puffer                                   *
129300*---------------------------------------------------------------*
129400 PUFFER-LESEN SECTION.
129500 PUFFER-LESEN-1001.
129600     READ OPXDAT                  INTO KAOPXS-SATZ
129700       AT END
129800         SET PUFFER-LEER          TO TRUE
129900       NOT AT END
130000         IF KAOPXS-POSTEN
130100         THEN
130200           SET PUFFER-VOLL        TO TRUE
130300         ELSE
130400           SET PUFFER-LEER        TO TRUE
130500         END-IF
130600     END-READ
130700     .
130800 PUFFER-LESEN-1002.
130900 PUFFER-LESEN-EXIT.
131000     EXIT.
131100/---------------------------------------------------------------*
131200* Trefferliste zu Abstimmkreis/Status aus dem Schnappschuss:    *
131300* vorwaerts lesen, bei kleinerem Schluessel neu aufsetzen       *
131400*---------------------------------------------------------------*
131500 LISTE-LIEFERN SECTION.
131600 LISTE-LIEFERN-1001.
131700     MOVE KAI5OF3-ABSTIMMKREIS-NR TO H-ANF-ABSTIMMKREIS-NR
131800     MOVE KAI5OF3-STATUS          TO H-ANF-STATUS
131900     IF KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF = C-J
132000        AND H-ANF-SCHLUESSEL      = H-LETZT-SCHLUESSEL
132100     THEN
132200*      Fortsetzung: ab dem Puffer weiterliefern
132300       CONTINUE
132400     ELSE
132500       IF H-ANF-SCHLUESSEL        NOT > H-LETZT-SCHLUESSEL
132600       THEN
132700         PERFORM DATEI-POSITIONIEREN
132800                                  THRU DATEI-POSITIONIEREN-EXIT
132900       END-IF
133000       PERFORM PUFFER-LESEN       THRU PUFFER-LESEN-EXIT
133100               UNTIL PUFFER-LEER
133200                  OR KAOPXS-SCHLUESSEL NOT < H-ANF-SCHLUESSEL
133300     END-IF
133400     MOVE H-ANF-SCHLUESSEL        TO H-LETZT-SCHLUESSEL
133500     IF KAI5OF3-ANF-ANZ-TREFFER   IS NUMERIC
133600        AND KAI5OF3-ANF-ANZ-TREFFER > ZERO
133700        AND KAI5OF3-ANF-ANZ-TREFFER NOT > C-MAX-TREFFER
133800     THEN
133900       MOVE KAI5OF3-ANF-ANZ-TREFFER
134000                                  TO H-MAX-TREFFER
134100     ELSE
134200       MOVE C-MAX-TREFFER         TO H-MAX-TREFFER
134300     END-IF
134400     MOVE C-N                     TO KAO5OF2-KZ-WEITER
134500     MOVE ZERO                    TO KAO5OF2-IND-LETZT
134600     MOVE SPACE                   TO KAO5OF2-BERECHTIGUNG
134700                                     KAO5OF2-NOT-USER-SCHLI
134800     PERFORM POSTEN-UEBERNEHMEN   THRU POSTEN-UEBERNEHMEN-EXIT
134900             UNTIL PUFFER-LEER
135000                OR KAOPXS-SCHLUESSEL NOT = H-ANF-SCHLUESSEL
135100                OR KAO5OF2-IND-LETZT NOT < H-MAX-TREFFER
135200     IF PUFFER-VOLL
135300        AND KAOPXS-SCHLUESSEL     = H-ANF-SCHLUESSEL
135400     THEN
135500       MOVE C-J                   TO KAO5OF2-KZ-WEITER
135600     END-IF
135700     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
135800     .
135900 LISTE-LIEFERN-1002.
136000 LISTE-LIEFERN-EXIT.
136100     EXIT.
136200/---------------------------------------------------------------*
136300* Posten aus dem Puffer in die Trefferliste uebernehmen         *
136400*---------------------------------------------------------------*
136500 POSTEN-UEBERNEHMEN SECTION.
136600 POSTEN-UEBERNEHMEN-1001.
136700     ADD C-1                      TO KAO5OF2-IND-LETZT
136800     IF KAO5OF2-IND-LETZT         = C-1
136900     THEN
137000       MOVE KAOPXS-BERECHTIGUNG   TO KAO5OF2-BERECHTIGUNG
137100       MOVE KAOPXS-NOT-USER-SCHLI TO KAO5OF2-NOT-USER-SCHLI
137200     END-IF
137300     MOVE KAOPXS-ABSTIMM-POS-SATZ
137400       TO KAO5OF2-ABSTIMM-POS-SATZ (KAO5OF2-IND-LETZT)
137500     MOVE KAOPXS-SCHLIESSUNG-SATZ
137600       TO KAO5OF2-SCHLIESSUNG-SATZ (KAO5OF2-IND-LETZT)
137700     PERFORM PUFFER-LESEN         THRU PUFFER-LESEN-EXIT
137800     .
137900 POSTEN-UEBERNEHMEN-1002.
138000 POSTEN-UEBERNEHMEN-EXIT.
138100     EXIT.
