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
000160*@Titel         : Uebertragungslauf GL-Schnittstellendateien
000160*@Elementname   : akaglu.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Uebertragung GL-Schnittstellendateien     *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Batch fuer die Uebertragung der Hauptbuch-Schnitt-       *
001800* stellendateien GLBAUS (AKAGLB), RSTGLB (AKARST) und      *
001900* FXRGLB (AKAFXR) nach der Vier-Augen-Freigabe im          *
002000* Dialog AKAC4GF. Je Dateiart wird die Vorlage KA02AKGF    *
002100* gelesen:                                                 *
002200* Status F (freigegeben): die Datei wird gelesen und       *
002300* Satzanzahl, Soll- und Habensumme gegen die Vorlage       *
002400* geprueft. Nur bei Uebereinstimmung wird sie in die       *
002500* Versanddatei GLBSND/RSTSND/FXRSND kopiert und die        *
002600* Vorlage auf U (uebertragen) gesetzt; bei Abweichung      *
002700* unterbleibt der Versand (Protokoll, Fehler).             *
002800* Status A (abgelehnt): die mit der Datei als versendet    *
002900* gekennzeichneten Registersaetze werden zurueckgesetzt,   *
003000* damit der naechste Lauf sie neu aufbereitet:             *
003100*   GLB  KA02AKGB, Rueckforderungen KA02AKUF und           *
003200*        Valutakompensation KA02AKVK auf Status O;         *
003300*   RST  Bestaende KA02AKRV auf den Stand vor dem Lauf;    *
003400*   FXR  keine Register (Neubewertung vollstaendig).       *
003500* Danach steht die Vorlage auf Z (zurueckgesetzt).         *
003600* Andere Status bleiben unveraendert (Protokoll).          *
003700* Alle Schritte stehen im Protokoll GLUPRT.                *
003800* Im Laufregister AKARUN: gelesen = gepruefte Saetze,      *
003900* geschrieben = uebertragene Saetze, Fehler = nicht        *
004000* uebertragene bzw. nicht zurueckgesetzte Dateien.         *
004100*@E-ELEMENTBESCHREIBUNG                                    *
004200*                                                          *
004300*@A-MODULAUFRUF                                            *
004400* CGSTAB  : Tabellenzugriff KA02AKGF, KA02AKGB, KA02AKUF,  *
004500*           KA02AKVK, KA02AKRV und Zeilenscans             *
004600* AKARUN  : Zentrales Laufregister                         *
004700*@E-MODULAUFRUF                                            *
004800*                                                          *
004900*@A-COBOL-COPY                                             *
005000* Benoetigte COBOL-Copies:                                 *
005100* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005200* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005300* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
005400* CKAI0AGF   : EINGABEBEREICH KA02AKGF                     *
005500* CKAO0AGF   : AUSGABEBEREICH KA02AKGF                     *
005600* CKA0AKGB   : ZEILENSCAN KA03AKGB                         *
005700* CKAI0AKB   : EINGABEBEREICH KA02AKGB                     *
005800* CKAO0AKB   : AUSGABEBEREICH KA02AKGB                     *
005900* CKA0AKUF   : ZEILENSCAN KA03AKUF                         *
006000* CKAI0AUF   : EINGABEBEREICH KA02AKUF                     *
006100* CKAO0AUF   : AUSGABEBEREICH KA02AKUF                     *
006200* CKA0AKVK   : ZEILENSCAN KA03AKVK                         *
006300* CKAI0AVK   : EINGABEBEREICH KA02AKVK                     *
006400* CKAO0AVK   : AUSGABEBEREICH KA02AKVK                     *
006500* CKA0AKRV   : ZEILENSCAN KA03AKRV                         *
006600* CKAI0ARV   : EINGABEBEREICH KA02AKRV                     *
006700* CKAO0ARV   : AUSGABEBEREICH KA02AKRV                     *
006800* CKAIRUN    : EINGABEBEREICH AKARUN                       *
006900*@E-COBOL-COPY                                             *
007000*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58815                                               *      D01
090052*     Neuanlage - Uebertragung der freigegebenen GL-       *      D01
090053*     Schnittstellendateien nach Kontrollsummenpruefung,   *      D01
090054*     Ruecksetzen der Register bei abgelehnter Datei.      *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAGLU.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT GLBAUS                ASSIGN TO "GLBAUS"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-EIN-FS.
101300     SELECT RSTGLB                ASSIGN TO "RSTGLB"
101400                                  ORGANIZATION IS LINE SEQUENTIAL
101500                                  FILE STATUS IS H-EIN-FS.
101600     SELECT FXRGLB                ASSIGN TO "FXRGLB"
101700                                  ORGANIZATION IS LINE SEQUENTIAL
101800                                  FILE STATUS IS H-EIN-FS.
101900     SELECT GLBSND                ASSIGN TO "GLBSND"
102000                                  ORGANIZATION IS LINE SEQUENTIAL.
102100     SELECT RSTSND                ASSIGN TO "RSTSND"
102200                                  ORGANIZATION IS LINE SEQUENTIAL.
102300     SELECT FXRSND                ASSIGN TO "FXRSND"
102400                                  ORGANIZATION IS LINE SEQUENTIAL.
102500     SELECT GLUPRT                ASSIGN TO "GLUPRT"
102600                                  ORGANIZATION IS LINE SEQUENTIAL.
102700 DATA DIVISION.
102800 FILE SECTION.
102900 FD  GLBAUS
103000     RECORDING MODE IS F.
103100 01  GLU-GLB-SATZ                 PIC X(100).
103200 FD  RSTGLB
103300     RECORDING MODE IS F.
103400 01  GLU-RST-SATZ                 PIC X(100).
103500 FD  FXRGLB
103600     RECORDING MODE IS F.
103700 01  GLU-FXR-SATZ                 PIC X(100).
103800 FD  GLBSND
103900     RECORDING MODE IS F.
104000 01  GLU-GLB-SND-SATZ             PIC X(100).
104100 FD  RSTSND
104200     RECORDING MODE IS F.
104300 01  GLU-RST-SND-SATZ             PIC X(100).
104400 FD  FXRSND
104500     RECORDING MODE IS F.
104600 01  GLU-FXR-SND-SATZ             PIC X(100).
104700 FD  GLUPRT
104800     RECORDING MODE IS F.
104900 01  GLU-DRUCKZEILE               PIC X(130).
105000*---------------------------------------------------------------*
105100* WORKING-STORAGE-Section                                       *
105200*---------------------------------------------------------------*
105300 WORKING-STORAGE SECTION.
105400 01  VERS-INF.
105500     05  FILLER PIC X(13) VALUE "ELEM=akaglu  ".
105600     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105700/---------------------------------------------------------------*
105800* Konstanten                                                    *
105900*---------------------------------------------------------------*
106000 01  GS-KONSTANTEN.
106100     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
106200     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
106300     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
106400     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
106500                                  "SCHREIBEN-EQUAL".
106600     20 C-OBJEKT-TAB-KA02AKGF     PIC X(009) VALUE "KA02AKGF".
106700     20 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".
106800     20 C-OBJEKT-TAB-KA03AKGB     PIC X(009) VALUE "KA03AKGB".
106900     20 C-OBJEKT-TAB-KA02AKUF     PIC X(009) VALUE "KA02AKUF".
107000     20 C-OBJEKT-TAB-KA03AKUF     PIC X(009) VALUE "KA03AKUF".
107100     20 C-OBJEKT-TAB-KA02AKVK     PIC X(009) VALUE "KA02AKVK".
107200     20 C-OBJEKT-TAB-KA03AKVK     PIC X(009) VALUE "KA03AKVK".
107300     20 C-OBJEKT-TAB-KA02AKRV     PIC X(009) VALUE "KA02AKRV".
107400     20 C-OBJEKT-TAB-KA03AKRV     PIC X(009) VALUE "KA03AKRV".
107500     20 C-DATEI-ART-GLB           PIC X(003) VALUE "GLB".
107600     20 C-DATEI-ART-RST           PIC X(003) VALUE "RST".
107700     20 C-DATEI-ART-FXR           PIC X(003) VALUE "FXR".
107800     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107900/---------------------------------------------------------------*
108000* Arbeitssatz GL-Schnittstelle (Satzaufbau AKAGLB); Betrag bei  *
108100* GLBAUS mit 3, bei RSTGLB/FXRGLB mit 2 Nachkommastellen        *
108200*---------------------------------------------------------------*
108300 01  GLU-SATZ.
108400     05 GLU-S-SATZART             PIC X(001).
108500     05 GLU-S-SENDE-DATUM         PIC 9(008).
108600     05 GLU-S-GL-KONTO            PIC X(010).
108700     05 FILLER                    PIC X(081).
108800 01  GLU-SATZ-GLB                 REDEFINES GLU-SATZ.
108900     05 FILLER                    PIC X(019).
109000     05 GLU-G-BETRAG              PIC S9(013)V9(003)
109100                                  SIGN LEADING SEPARATE.
109200     05 FILLER                    PIC X(064).
109300 01  GLU-SATZ-RST                 REDEFINES GLU-SATZ.
109400     05 FILLER                    PIC X(019).
109500     05 GLU-R-BETRAG              PIC S9(013)V9(002)
109600                                  SIGN LEADING SEPARATE.
109700     05 FILLER                    PIC X(065).
109800/---------------------------------------------------------------*
109900* Formatzeile Protokoll GLUPRT                                  *
110000*---------------------------------------------------------------*
110100 01  GLU-PRT-DETAIL.
110200     05 GLU-P-DATEI-ART           PIC X(003).
110300     05 FILLER                    PIC X(001) VALUE SPACE.
110400     05 GLU-P-STATUS              PIC X(001).
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 GLU-P-LAUFDATUM           PIC 9(008).
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 GLU-P-TEXT                PIC X(030).
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 GLU-P-ANZ-SAETZE          PIC Z(008)9.
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 GLU-P-SUMME-SOLL          PIC Z(014)9,999.
111300     05 FILLER                    PIC X(001) VALUE SPACE.
111400     05 GLU-P-SUMME-HABEN         PIC Z(014)9,999.
111500     05 FILLER                    PIC X(035) VALUE SPACE.
111600/---------------------------------------------------------------*
111700* Meldungsgewichte, Verstaendigungsbereich, Tabellenzugriff     *
111800*---------------------------------------------------------------*
111900  COPY DCTGRCGE.
112000  COPY CGSOVER.
112100  COPY CGSTTAB.
112200  COPY CKAI0AGF.
112300  COPY CKAO0AGF.
112400  COPY CKA0AKGB.
112500  COPY CKAI0AKB.
112600  COPY CKAO0AKB.
112700  COPY CKA0AKUF.
112800  COPY CKAI0AUF.
112900  COPY CKAO0AUF.
113000  COPY CKA0AKVK.
113100  COPY CKAI0AVK.
113200  COPY CKAO0AVK.
113300  COPY CKA0AKRV.
113400  COPY CKAI0ARV.
113500  COPY CKAO0ARV.
113600  COPY CKAIRUN.
113700 01  DUMMY                        PIC X(001).
113800 01  H-RUN-ZAEHLER.
113900     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
114000     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
114100     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
114200 01  C-LAUFREGISTER-KONSTANTEN.
114300     05 C-01-INT-LAUF-START       PIC X(040) VALUE
114400                                  "01-INT-LAUF-START".
114500     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
114600                                  "01-INT-LAUF-ENDE".
114700     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAGLU".
114800/---------------------------------------------------------------*
114900* Hilfsvariable                                                 *
115000*---------------------------------------------------------------*
115100 01  H-EIN-FS                     PIC X(002).
115200 01  H-EIN-STATUS                 PIC X(001).
115300     88 EIN-ENDE                  VALUE "E".
115400     88 EIN-N-ENDE                VALUE "N".
115500 01  H-DATEI-ART                  PIC X(003).
115600     88 ART-GLB                   VALUE "GLB".
115700     88 ART-RST                   VALUE "RST".
115800     88 ART-FXR                   VALUE "FXR".
115900 01  H-ZEILE-STATUS               PIC X(001).
116000     88 ZEILE-GEFUNDEN            VALUE "J".
116100     88 ZEILE-N-GEFUNDEN          VALUE "N".
116200 01  H-LAUFDATUM                  PIC 9(008).
116300 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
116400 01  H-BETRAG                     PIC S9(013)V9(003) COMP-3.
116500 01  H-ANZ-SAETZE                 PIC 9(009) COMP-3.
116600 01  H-SUMME-SOLL                 PIC 9(015)V9(003) COMP-3.
116700 01  H-SUMME-HABEN                PIC 9(015)V9(003) COMP-3.
116800 01  H-ANZ-ZURUECK                PIC 9(009) COMP-3.
116900/****************************************************************
117000 PROCEDURE DIVISION.
117100*****************************************************************
117200 0000-MAINLINE SECTION.
117300 0000-MAINLINE-1001.
117400     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
117500     MOVE C-DATEI-ART-GLB         TO H-DATEI-ART
117600     PERFORM 2000-DATEIART-VERARB THRU 2000-DATEIART-VERARB-EXIT
117700     MOVE C-DATEI-ART-RST         TO H-DATEI-ART
117800     PERFORM 2000-DATEIART-VERARB THRU 2000-DATEIART-VERARB-EXIT
117900     MOVE C-DATEI-ART-FXR         TO H-DATEI-ART
118000     PERFORM 2000-DATEIART-VERARB THRU 2000-DATEIART-VERARB-EXIT
118100     PERFORM 8100-LAUFREGISTER-ENDE
118200                              THRU 8100-LAUFREGISTER-ENDE-EXIT
118300     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
118400     STOP RUN
118500     .
118600 0000-MAINLINE-1002.
118700     EXIT.
118800/---------------------------------------------------------------*
118900* Initialisierung                                               *
119000*---------------------------------------------------------------*
119100 1000-INITIALISIERUNG SECTION.
119200 1000-INITIALISIERUNG-1001.
119300     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
119400     PERFORM 8000-LAUFREGISTER-START
119500                              THRU 8000-LAUFREGISTER-START-EXIT
119600     OPEN OUTPUT GLUPRT
119700     .
119800 1000-INITIALISIERUNG-1002.
119900 1000-INITIALISIERUNG-EXIT.
120000     EXIT.
120100/---------------------------------------------------------------*
120200* Eine Dateiart nach dem Status ihrer Vorlage verarbeiten       *
120300*---------------------------------------------------------------*
120400 2000-DATEIART-VERARB SECTION.
120500 2000-DATEIART-VERARB-1001.
120600     INITIALIZE GLU-PRT-DETAIL
120700     MOVE H-DATEI-ART             TO GLU-P-DATEI-ART
120800     MOVE H-DATEI-ART             TO KAI0AGF-DATEI-ART
120900     CALL "CGSTAB"
121000     USING C-TAB-LESEN-EQUAL
121100           C-KONFIG-ID-KA
121200           C-OBJEKT-TAB-KA02AKGF
121300           GSOVER-VERSTAENDIGUNGSBEREICH
121400           KAI0AGF-EINGABEBEREICH
121500           KAO0AGF-AUSGABEBEREICH
121600           GSTTAB-EIN-AUSGABEBEREICH
121700     END-CALL
121800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
121900     THEN
122000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
122100       MOVE "KEINE VORLAGE"       TO GLU-P-TEXT
122200       PERFORM 7000-PROTOKOLL     THRU 7000-PROTOKOLL-EXIT
122300       GO TO 2000-DATEIART-VERARB-EXIT
122400     END-IF
122500     MOVE KAO0AGF-STATUS          TO GLU-P-STATUS
122600     MOVE KAO0AGF-LAUFDATUM       TO GLU-P-LAUFDATUM
122700     EVALUATE TRUE
122800     WHEN KAO0AGF-FREIGEGEBEN
122900       PERFORM 3000-UEBERTRAGEN   THRU 3000-UEBERTRAGEN-EXIT
123000     WHEN KAO0AGF-ABGELEHNT
123100       PERFORM 4000-ZURUECKSETZEN THRU 4000-ZURUECKSETZEN-EXIT
123200     WHEN OTHER
123300       MOVE "KEINE AKTION"        TO GLU-P-TEXT
123400       PERFORM 7000-PROTOKOLL     THRU 7000-PROTOKOLL-EXIT
123500     END-EVALUATE
123600     .
123700 2000-DATEIART-VERARB-1002.
123800 2000-DATEIART-VERARB-EXIT.
123900     EXIT.
124000/---------------------------------------------------------------*
124100* Freigegebene Datei: Kontrollsummen gegen die Vorlage pruefen  *
124200* (Durchgang 1); nur bei Uebereinstimmung in die Versanddatei   *
124300* kopieren (Durchgang 2) und die Vorlage auf U setzen           *
124400*---------------------------------------------------------------*
124500 3000-UEBERTRAGEN SECTION.
124600 3000-UEBERTRAGEN-1001.
124700     MOVE ZERO                    TO H-ANZ-SAETZE
124800                                     H-SUMME-SOLL
124900                                     H-SUMME-HABEN
125000     PERFORM 3100-DATEI-OEFFNEN   THRU 3100-DATEI-OEFFNEN-EXIT
125100     IF H-EIN-FS                  NOT = "00"
125200     THEN
125300       MOVE "DATEI NICHT VORHANDEN" TO GLU-P-TEXT
125400       PERFORM 7000-PROTOKOLL     THRU 7000-PROTOKOLL-EXIT
125500       ADD C-1                    TO H-RUN-ANZ-FEHLER
125600       GO TO 3000-UEBERTRAGEN-EXIT
125700     END-IF
125800     SET EIN-N-ENDE               TO TRUE
125900     PERFORM 3200-SATZ-LESEN      THRU 3200-SATZ-LESEN-EXIT
126000     PERFORM UNTIL EIN-ENDE
126100       ADD C-1                    TO H-ANZ-SAETZE
126200       ADD C-1                    TO H-RUN-ANZ-GELESEN
126300       PERFORM 3300-SATZ-SUMMIEREN
126400                              THRU 3300-SATZ-SUMMIEREN-EXIT
126500       PERFORM 3200-SATZ-LESEN    THRU 3200-SATZ-LESEN-EXIT
126600     END-PERFORM
126700     PERFORM 3400-DATEI-SCHLIESSEN
126800                              THRU 3400-DATEI-SCHLIESSEN-EXIT
126900     IF H-ANZ-SAETZE              NOT = KAO0AGF-ANZ-SAETZE
127000        OR H-SUMME-SOLL           NOT = KAO0AGF-SUMME-SOLL
127100        OR H-SUMME-HABEN          NOT = KAO0AGF-SUMME-HABEN
127200     THEN
127300*      Datei seit der Vorlage veraendert - kein Versand
127400       MOVE "ABWEICHUNG - WERTE DATEI"
127500                                  TO GLU-P-TEXT
127600       MOVE H-ANZ-SAETZE          TO GLU-P-ANZ-SAETZE
127700       MOVE H-SUMME-SOLL          TO GLU-P-SUMME-SOLL
127800       MOVE H-SUMME-HABEN         TO GLU-P-SUMME-HABEN
127900       PERFORM 7000-PROTOKOLL     THRU 7000-PROTOKOLL-EXIT
128000       MOVE "ABWEICHUNG - WERTE VORLAGE"
128100                                  TO GLU-P-TEXT
128200       MOVE KAO0AGF-ANZ-SAETZE    TO GLU-P-ANZ-SAETZE
128300       MOVE KAO0AGF-SUMME-SOLL    TO GLU-P-SUMME-SOLL
128400       MOVE KAO0AGF-SUMME-HABEN   TO GLU-P-SUMME-HABEN
128500       PERFORM 7000-PROTOKOLL     THRU 7000-PROTOKOLL-EXIT
128600       ADD C-1                    TO H-RUN-ANZ-FEHLER
128700       GO TO 3000-UEBERTRAGEN-EXIT
128800     END-IF
128900     PERFORM 3500-DATEI-KOPIEREN  THRU 3500-DATEI-KOPIEREN-EXIT
129000     SET KAO0AGF-UEBERTRAGEN      TO TRUE
129100     MOVE H-LAUFDATUM             TO KAO0AGF-UEBERTRAG-DATUM
129200     PERFORM 6000-VORLAGE-SCHREIBEN
129300                              THRU 6000-VORLAGE-SCHREIBEN-EXIT
129400     MOVE KAO0AGF-STATUS          TO GLU-P-STATUS
129500     MOVE "UEBERTRAGEN"           TO GLU-P-TEXT
129600     MOVE H-ANZ-SAETZE            TO GLU-P-ANZ-SAETZE
129700     MOVE H-SUMME-SOLL            TO GLU-P-SUMME-SOLL
129800     MOVE H-SUMME-HABEN           TO GLU-P-SUMME-HABEN
129900     PERFORM 7000-PROTOKOLL       THRU 7000-PROTOKOLL-EXIT
130000     .
130100 3000-UEBERTRAGEN-1002.
130200 3000-UEBERTRAGEN-EXIT.
130300     EXIT.
130400/---------------------------------------------------------------*
130500* Datei der Dateiart zum Lesen oeffnen                          *
130600*---------------------------------------------------------------*
130700 3100-DATEI-OEFFNEN SECTION.
130800 3100-DATEI-OEFFNEN-1001.
130900     EVALUATE TRUE
131000     WHEN ART-GLB
131100       OPEN INPUT GLBAUS
131200     WHEN ART-RST
131300       OPEN INPUT RSTGLB
131400     WHEN ART-FXR
131500       OPEN INPUT FXRGLB
131600     END-EVALUATE
131700     .
131800 3100-DATEI-OEFFNEN-1002.
131900 3100-DATEI-OEFFNEN-EXIT.
132000     EXIT.
132100/---------------------------------------------------------------*
132200* Naechsten Satz der Dateiart in den Arbeitssatz lesen          *
132300*---------------------------------------------------------------*
132400 3200-SATZ-LESEN SECTION.
132500 3200-SATZ-LESEN-1001.
132600     EVALUATE TRUE
132700     WHEN ART-GLB
132800       READ GLBAUS                INTO GLU-SATZ
132900         AT END
133000           SET EIN-ENDE           TO TRUE
133100       END-READ
133200     WHEN ART-RST
133300       READ RSTGLB                INTO GLU-SATZ
133400         AT END
133500           SET EIN-ENDE           TO TRUE
133600       END-READ
133700     WHEN ART-FXR
133800       READ FXRGLB                INTO GLU-SATZ
133900         AT END
134000           SET EIN-ENDE           TO TRUE
134100       END-READ
134200     END-EVALUATE
134300     .
134400 3200-SATZ-LESEN-1002.
134500 3200-SATZ-LESEN-EXIT.
134600     EXIT.
134700/---------------------------------------------------------------*
134800* Betrag des Satzes nach Soll (positiv) und Haben (negativ)     *
134900* summieren - Regel wie bei der Vorlage (AKAGLF)                *
135000*---------------------------------------------------------------*
135100 3300-SATZ-SUMMIEREN SECTION.
135200 3300-SATZ-SUMMIEREN-1001.
135300     IF ART-GLB
135400     THEN
135500       MOVE GLU-G-BETRAG          TO H-BETRAG
135600     ELSE
135700       MOVE GLU-R-BETRAG          TO H-BETRAG
135800     END-IF
135900     IF H-BETRAG                  < ZERO
136000     THEN
136100       SUBTRACT H-BETRAG          FROM H-SUMME-HABEN
136200     ELSE
136300       ADD H-BETRAG               TO H-SUMME-SOLL
136400     END-IF
136500     .
136600 3300-SATZ-SUMMIEREN-1002.
136700 3300-SATZ-SUMMIEREN-EXIT.
136800     EXIT.
136900/---------------------------------------------------------------*
137000* Datei der Dateiart schliessen                                 *
137100*---------------------------------------------------------------*
137200 3400-DATEI-SCHLIESSEN SECTION.
137300 3400-DATEI-SCHLIESSEN-1001.
137400     EVALUATE TRUE
137500     WHEN ART-GLB
137600       CLOSE GLBAUS
137700     WHEN ART-RST
137800       CLOSE RSTGLB
137900     WHEN ART-FXR
138000       CLOSE FXRGLB
138100     END-EVALUATE
138200     .
138300 3400-DATEI-SCHLIESSEN-1002.
138400 3400-DATEI-SCHLIESSEN-EXIT.
138500     EXIT.
138600/---------------------------------------------------------------*
138700* Gepruefte Datei unveraendert in die Versanddatei kopieren     *
138800*---------------------------------------------------------------*
138900 3500-DATEI-KOPIEREN SECTION.
139000 3500-DATEI-KOPIEREN-1001.
139100     PERFORM 3100-DATEI-OEFFNEN   THRU 3100-DATEI-OEFFNEN-EXIT
139200     EVALUATE TRUE
139300     WHEN ART-GLB
139400       OPEN OUTPUT GLBSND
139500     WHEN ART-RST
139600       OPEN OUTPUT RSTSND
139700     WHEN ART-FXR
139800       OPEN OUTPUT FXRSND
139900     END-EVALUATE
140000     SET EIN-N-ENDE               TO TRUE
140100     PERFORM 3200-SATZ-LESEN      THRU 3200-SATZ-LESEN-EXIT
140200     PERFORM UNTIL EIN-ENDE
140300       EVALUATE TRUE
140400       WHEN ART-GLB
140500         WRITE GLU-GLB-SND-SATZ   FROM GLU-SATZ
140600       WHEN ART-RST
140700         WRITE GLU-RST-SND-SATZ   FROM GLU-SATZ
140800       WHEN ART-FXR
140900         WRITE GLU-FXR-SND-SATZ   FROM GLU-SATZ
141000       END-EVALUATE
141100       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
141200       PERFORM 3200-SATZ-LESEN    THRU 3200-SATZ-LESEN-EXIT
141300     END-PERFORM
141400     PERFORM 3400-DATEI-SCHLIESSEN
141500                              THRU 3400-DATEI-SCHLIESSEN-EXIT
141600     EVALUATE TRUE
141700     WHEN ART-GLB
141800       CLOSE GLBSND
141900     WHEN ART-RST
142000       CLOSE RSTSND
142100     WHEN ART-FXR
142200       CLOSE FXRSND
142300     END-EVALUATE
142400     .
142500 3500-DATEI-KOPIEREN-1002.
142600 3500-DATEI-KOPIEREN-EXIT.
142700     EXIT.
142800/---------------------------------------------------------------*
142900* Abgelehnte Datei: Registersaetze, die mit der Datei als       *
143000* versendet gekennzeichnet wurden, zuruecksetzen; Vorlage auf Z *
143100*---------------------------------------------------------------*
143200 4000-ZURUECKSETZEN SECTION.
143300 4000-ZURUECKSETZEN-1001.
143400     MOVE ZERO                    TO H-ANZ-ZURUECK
143500     EVALUATE TRUE
143600     WHEN ART-GLB
143700       PERFORM 4100-GB-ZURUECKSETZEN
143800                              THRU 4100-GB-ZURUECKSETZEN-EXIT
143900       PERFORM 4200-UF-ZURUECKSETZEN
144000                              THRU 4200-UF-ZURUECKSETZEN-EXIT
144100       PERFORM 4300-VK-ZURUECKSETZEN
144200                              THRU 4300-VK-ZURUECKSETZEN-EXIT
144300     WHEN ART-RST
144400       PERFORM 4400-RV-ZURUECKSETZEN
144500                              THRU 4400-RV-ZURUECKSETZEN-EXIT
144600     WHEN OTHER
144700*      FXRGLB: Neubewertung ohne Register, der naechste Lauf
144800*      bewertet den Bestand vollstaendig neu
144900       CONTINUE
145000     END-EVALUATE
145100     SET KAO0AGF-ZURUECKGESETZT   TO TRUE
145200     PERFORM 6000-VORLAGE-SCHREIBEN
145300                              THRU 6000-VORLAGE-SCHREIBEN-EXIT
145400     MOVE KAO0AGF-STATUS          TO GLU-P-STATUS
145500     MOVE "ZURUECKGESETZT"        TO GLU-P-TEXT
145600     MOVE H-ANZ-ZURUECK           TO GLU-P-ANZ-SAETZE
145700     PERFORM 7000-PROTOKOLL       THRU 7000-PROTOKOLL-EXIT
145800     .
145900 4000-ZURUECKSETZEN-1002.
146000 4000-ZURUECKSETZEN-EXIT.
146100     EXIT.
146200/---------------------------------------------------------------*
146300* Vormerkungen KA02AKGB, die am Laufdatum versendet wurden,     *
146400* wieder auf offen setzen                                       *
146500*---------------------------------------------------------------*
146600 4100-GB-ZURUECKSETZEN SECTION.
146700 4100-GB-ZURUECKSETZEN-1001.
146800     MOVE C-1                     TO H-LFD-ZEILE
146900     PERFORM 4110-LESEN-GB-ZEILE  THRU 4110-LESEN-GB-ZEILE-EXIT
147000     PERFORM UNTIL ZEILE-N-GEFUNDEN
147100       IF KA0AKGB-VERSENDET
147200          AND KA0AKGB-SENDE-DATUM = KAO0AGF-LAUFDATUM
147300       THEN
147400         MOVE KA0AKGB-SCHLIESSUNGSNR
147500                                  TO KAI0AKB-SCHLIESSUNGSNR
147600         MOVE KA0AKGB-AUSGABEBEREICH (13:)
147700                                  TO KAO0AKB-AUSGABEBEREICH
147800         SET KAO0AKB-OFFEN        TO TRUE
147900         MOVE ZERO                TO KAO0AKB-SENDE-DATUM
148000         CALL "CGSTAB"
148100         USING C-TAB-SCHREIBEN-EQUAL
148200               C-KONFIG-ID-KA
148300               C-OBJEKT-TAB-KA02AKGB
148400               GSOVER-VERSTAENDIGUNGSBEREICH
148500               KAI0AKB-EINGABEBEREICH
148600               KAO0AKB-AUSGABEBEREICH
148700               GSTTAB-EIN-AUSGABEBEREICH
148800         END-CALL
148900         PERFORM 4900-SCHREIBEN-PRUEFEN
149000                              THRU 4900-SCHREIBEN-PRUEFEN-EXIT
149100       END-IF
149200       ADD C-1                    TO H-LFD-ZEILE
149300       PERFORM 4110-LESEN-GB-ZEILE
149400                              THRU 4110-LESEN-GB-ZEILE-EXIT
149500     END-PERFORM
149600     .
149700 4100-GB-ZURUECKSETZEN-1002.
149800 4100-GB-ZURUECKSETZEN-EXIT.
149900     EXIT.
150000/---------------------------------------------------------------*
150100* Zeile aus KA03AKGB lesen                                      *
150200*---------------------------------------------------------------*
150300 4110-LESEN-GB-ZEILE SECTION.
150400 4110-LESEN-GB-ZEILE-1001.
150500     MOVE H-LFD-ZEILE             TO KA0AKGB-ZEILENNUMMER
150600     CALL "CGSTAB" USING
150700          C-TAB-LESEN-ZEILE
150800          C-KONFIG-ID-KA
150900          C-OBJEKT-TAB-KA03AKGB
151000          GSOVER-VERSTAENDIGUNGSBEREICH
151100          KA0AKGB-EINGABEBEREICH
151200          KA0AKGB-AUSGABEBEREICH
151300          DUMMY
151400     END-CALL
151500     PERFORM 4910-ZEILE-PRUEFEN   THRU 4910-ZEILE-PRUEFEN-EXIT
151600     .
151700 4110-LESEN-GB-ZEILE-1002.
151800 4110-LESEN-GB-ZEILE-EXIT.
151900     EXIT.
152000/---------------------------------------------------------------*
152100* Rueckforderungen KA02AKUF, deren Gegenbuchung am Laufdatum    *
152200* versendet wurde, wieder auf offen setzen                      *
152300*---------------------------------------------------------------*
152400 4200-UF-ZURUECKSETZEN SECTION.
152500 4200-UF-ZURUECKSETZEN-1001.
152600     MOVE C-1                     TO H-LFD-ZEILE
152700     PERFORM 4210-LESEN-UF-ZEILE  THRU 4210-LESEN-UF-ZEILE-EXIT
152800     PERFORM UNTIL ZEILE-N-GEFUNDEN
152900       IF KA0AKUF-RUECKGEFORDERT
153000          AND KA0AKUF-RUECKF-GL-VERSENDET
153100          AND KA0AKUF-RUECKF-GL-DATUM
153200                                  = KAO0AGF-LAUFDATUM
153300       THEN
153400         MOVE KA0AKUF-AUSGABEBEREICH (1:76)
153500                                  TO KAI0AUF-EINGABEBEREICH
153600         MOVE KA0AKUF-AUSGABEBEREICH (77:)
153700                                  TO KAO0AUF-AUSGABEBEREICH
153800         SET KAO0AUF-RUECKF-GL-OFFEN
153900                                  TO TRUE
154000         MOVE ZERO                TO KAO0AUF-RUECKF-GL-DATUM
154100         CALL "CGSTAB"
154200         USING C-TAB-SCHREIBEN-EQUAL
154300               C-KONFIG-ID-KA
154400               C-OBJEKT-TAB-KA02AKUF
154500               GSOVER-VERSTAENDIGUNGSBEREICH
154600               KAI0AUF-EINGABEBEREICH
154700               KAO0AUF-AUSGABEBEREICH
154800               GSTTAB-EIN-AUSGABEBEREICH
154900         END-CALL
155000         PERFORM 4900-SCHREIBEN-PRUEFEN
155100                              THRU 4900-SCHREIBEN-PRUEFEN-EXIT
155200       END-IF
155300       ADD C-1                    TO H-LFD-ZEILE
155400       PERFORM 4210-LESEN-UF-ZEILE
155500                              THRU 4210-LESEN-UF-ZEILE-EXIT
155600     END-PERFORM
155700     .
155800 4200-UF-ZURUECKSETZEN-1002.
155900 4200-UF-ZURUECKSETZEN-EXIT.
156000     EXIT.
156100/---------------------------------------------------------------*
156200* Zeile aus KA03AKUF lesen                                      *
156300*---------------------------------------------------------------*
156400 4210-LESEN-UF-ZEILE SECTION.
156500 4210-LESEN-UF-ZEILE-1001.
156600     MOVE H-LFD-ZEILE             TO KA0AKUF-ZEILENNUMMER
156700     CALL "CGSTAB" USING
156800          C-TAB-LESEN-ZEILE
156900          C-KONFIG-ID-KA
157000          C-OBJEKT-TAB-KA03AKUF
157100          GSOVER-VERSTAENDIGUNGSBEREICH
157200          KA0AKUF-EINGABEBEREICH
157300          KA0AKUF-AUSGABEBEREICH
157400          DUMMY
157500     END-CALL
157600     PERFORM 4910-ZEILE-PRUEFEN   THRU 4910-ZEILE-PRUEFEN-EXIT
157700     .
157800 4210-LESEN-UF-ZEILE-1002.
157900 4210-LESEN-UF-ZEILE-EXIT.
158000     EXIT.
158100/---------------------------------------------------------------*
158200* Valutakompensations-Ansprueche KA02AKVK, die am Laufdatum     *
158300* versendet wurden, wieder auf offen setzen                     *
158400*---------------------------------------------------------------*
158500 4300-VK-ZURUECKSETZEN SECTION.
158600 4300-VK-ZURUECKSETZEN-1001.
158700     MOVE C-1                     TO H-LFD-ZEILE
158800     PERFORM 4310-LESEN-VK-ZEILE  THRU 4310-LESEN-VK-ZEILE-EXIT
158900     PERFORM UNTIL ZEILE-N-GEFUNDEN
159000       IF KA0AKVK-GL-VERSENDET
159100          AND KA0AKVK-GL-DATUM    = KAO0AGF-LAUFDATUM
159200       THEN
159300         MOVE KA0AKVK-ANSPRUCHSNR TO KAI0AVK-ANSPRUCHSNR
159400         MOVE KA0AKVK-AUSGABEBEREICH (13:)
159500                                  TO KAO0AVK-AUSGABEBEREICH
159600         SET KAO0AVK-GL-OFFEN     TO TRUE
159700         MOVE ZERO                TO KAO0AVK-GL-DATUM
159800         CALL "CGSTAB"
159900         USING C-TAB-SCHREIBEN-EQUAL
160000               C-KONFIG-ID-KA
160100               C-OBJEKT-TAB-KA02AKVK
160200               GSOVER-VERSTAENDIGUNGSBEREICH
160300               KAI0AVK-EINGABEBEREICH
160400               KAO0AVK-AUSGABEBEREICH
160500               GSTTAB-EIN-AUSGABEBEREICH
160600         END-CALL
160700         PERFORM 4900-SCHREIBEN-PRUEFEN
160800                              THRU 4900-SCHREIBEN-PRUEFEN-EXIT
160900       END-IF
161000       ADD C-1                    TO H-LFD-ZEILE
161100       PERFORM 4310-LESEN-VK-ZEILE
161200                              THRU 4310-LESEN-VK-ZEILE-EXIT
161300     END-PERFORM
161400     .
161500 4300-VK-ZURUECKSETZEN-1002.
161600 4300-VK-ZURUECKSETZEN-EXIT.
161700     EXIT.
161800/---------------------------------------------------------------*
161900* Zeile aus KA03AKVK lesen                                      *
162000*---------------------------------------------------------------*
162100 4310-LESEN-VK-ZEILE SECTION.
162200 4310-LESEN-VK-ZEILE-1001.
162300     MOVE H-LFD-ZEILE             TO KA0AKVK-ZEILENNUMMER
162400     CALL "CGSTAB" USING
162500          C-TAB-LESEN-ZEILE
162600          C-KONFIG-ID-KA
162700          C-OBJEKT-TAB-KA03AKVK
162800          GSOVER-VERSTAENDIGUNGSBEREICH
162900          KA0AKVK-EINGABEBEREICH
163000          KA0AKVK-AUSGABEBEREICH
163100          DUMMY
163200     END-CALL
163300     PERFORM 4910-ZEILE-PRUEFEN   THRU 4910-ZEILE-PRUEFEN-EXIT
163400     .
163500 4310-LESEN-VK-ZEILE-1002.
163600 4310-LESEN-VK-ZEILE-EXIT.
163700     EXIT.
163800/---------------------------------------------------------------*
163900* Rueckstellungsbestaende KA02AKRV, die der Lauf am Laufdatum   *
164000* fortgeschrieben hat, auf den gesicherten Vorstand setzen      *
164100*---------------------------------------------------------------*
164200 4400-RV-ZURUECKSETZEN SECTION.
164300 4400-RV-ZURUECKSETZEN-1001.
164400     MOVE C-1                     TO H-LFD-ZEILE
164500     PERFORM 4410-LESEN-RV-ZEILE  THRU 4410-LESEN-RV-ZEILE-EXIT
164600     PERFORM UNTIL ZEILE-N-GEFUNDEN
164700       IF KA0AKRV-STAND-DATUM     = KAO0AGF-LAUFDATUM
164800       THEN
164900         MOVE KA0AKRV-AUSGABEBEREICH (1:76)
165000                                  TO KAI0ARV-EINGABEBEREICH
165100         MOVE KA0AKRV-AUSGABEBEREICH (77:)
165200                                  TO KAO0ARV-AUSGABEBEREICH
165300         MOVE KA0AKRV-BETRAG-VORHER
165400                                  TO KAO0ARV-BETRAG
165500         MOVE KA0AKRV-STATUS-VORHER
165600                                  TO KAO0ARV-STATUS
165700         MOVE KA0AKRV-STAND-VORHER
165800                                  TO KAO0ARV-STAND-DATUM
165900         CALL "CGSTAB"
166000         USING C-TAB-SCHREIBEN-EQUAL
166100               C-KONFIG-ID-KA
166200               C-OBJEKT-TAB-KA02AKRV
166300               GSOVER-VERSTAENDIGUNGSBEREICH
166400               KAI0ARV-EINGABEBEREICH
166500               KAO0ARV-AUSGABEBEREICH
166600               GSTTAB-EIN-AUSGABEBEREICH
166700         END-CALL
166800         PERFORM 4900-SCHREIBEN-PRUEFEN
166900                              THRU 4900-SCHREIBEN-PRUEFEN-EXIT
167000       END-IF
167100       ADD C-1                    TO H-LFD-ZEILE
167200       PERFORM 4410-LESEN-RV-ZEILE
167300                              THRU 4410-LESEN-RV-ZEILE-EXIT
167400     END-PERFORM
167500     .
167600 4400-RV-ZURUECKSETZEN-1002.
167700 4400-RV-ZURUECKSETZEN-EXIT.
167800     EXIT.
167900/---------------------------------------------------------------*
168000* Zeile aus KA03AKRV lesen                                      *
168100*---------------------------------------------------------------*
168200 4410-LESEN-RV-ZEILE SECTION.
168300 4410-LESEN-RV-ZEILE-1001.
168400     MOVE H-LFD-ZEILE             TO KA0AKRV-ZEILENNUMMER
168500     CALL "CGSTAB" USING
168600          C-TAB-LESEN-ZEILE
168700          C-KONFIG-ID-KA
168800          C-OBJEKT-TAB-KA03AKRV
168900          GSOVER-VERSTAENDIGUNGSBEREICH
169000          KA0AKRV-EINGABEBEREICH
169100          KA0AKRV-AUSGABEBEREICH
169200          DUMMY
169300     END-CALL
169400     PERFORM 4910-ZEILE-PRUEFEN   THRU 4910-ZEILE-PRUEFEN-EXIT
169500     .
169600 4410-LESEN-RV-ZEILE-1002.
169700 4410-LESEN-RV-ZEILE-EXIT.
169800     EXIT.
169900/---------------------------------------------------------------*
170000* Ergebnis des Zuruecksetzens eines Registersatzes zaehlen      *
170100*---------------------------------------------------------------*
170200 4900-SCHREIBEN-PRUEFEN SECTION.
170300 4900-SCHREIBEN-PRUEFEN-1001.
170400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
170500     THEN
170600       ADD C-1                    TO H-ANZ-ZURUECK
170700     ELSE
170800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
170900       ADD C-1                    TO H-RUN-ANZ-FEHLER
171000     END-IF
171100     .
171200 4900-SCHREIBEN-PRUEFEN-1002.
171300 4900-SCHREIBEN-PRUEFEN-EXIT.
171400     EXIT.
171500/---------------------------------------------------------------*
171600* Ergebnis eines Zeilenzugriffs auswerten                       *
171700*---------------------------------------------------------------*
171800 4910-ZEILE-PRUEFEN SECTION.
171900 4910-ZEILE-PRUEFEN-1001.
172000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
172100     THEN
172200       SET ZEILE-GEFUNDEN         TO TRUE
172300     ELSE
172400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
172500       SET ZEILE-N-GEFUNDEN       TO TRUE
172600     END-IF
172700     .
172800 4910-ZEILE-PRUEFEN-1002.
172900 4910-ZEILE-PRUEFEN-EXIT.
173000     EXIT.
173100/---------------------------------------------------------------*
173200* Vorlage KA02AKGF mit neuem Status fortschreiben               *
173300*---------------------------------------------------------------*
173400 6000-VORLAGE-SCHREIBEN SECTION.
173500 6000-VORLAGE-SCHREIBEN-1001.
173600     CALL "CGSTAB"
173700     USING C-TAB-SCHREIBEN-EQUAL
173800           C-KONFIG-ID-KA
173900           C-OBJEKT-TAB-KA02AKGF
174000           GSOVER-VERSTAENDIGUNGSBEREICH
174100           KAI0AGF-EINGABEBEREICH
174200           KAO0AGF-AUSGABEBEREICH
174300           GSTTAB-EIN-AUSGABEBEREICH
174400     END-CALL
174500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
174600     THEN
174700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
174800       MOVE "VORLAGE NICHT GESCHRIEBEN"
174900                                  TO GLU-P-TEXT
175000       PERFORM 7000-PROTOKOLL     THRU 7000-PROTOKOLL-EXIT
175100       ADD C-1                    TO H-RUN-ANZ-FEHLER
175200     END-IF
175300     .
175400 6000-VORLAGE-SCHREIBEN-1002.
175500 6000-VORLAGE-SCHREIBEN-EXIT.
175600     EXIT.
175700/---------------------------------------------------------------*
175800* Protokollzeile schreiben                                      *
175900*---------------------------------------------------------------*
176000 7000-PROTOKOLL SECTION.
176100 7000-PROTOKOLL-1001.
176200     MOVE GLU-PRT-DETAIL          TO GLU-DRUCKZEILE
176300     WRITE GLU-DRUCKZEILE
176400     .
176500 7000-PROTOKOLL-1002.
176600 7000-PROTOKOLL-EXIT.
176700     EXIT.
176800/---------------------------------------------------------------*
176900* Start im zentralen Laufregister melden                        *
177000*---------------------------------------------------------------*
177100 8000-LAUFREGISTER-START SECTION.
177200 8000-LAUFREGISTER-START-1001.
177300     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
177400     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
177500     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
177600     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
177700                                     KAIRUN-ANZ-GESCHRIEBEN
177800                                     KAIRUN-ANZ-FEHLER
177900     CALL "AKARUN"
178000     USING KAIRUN-EINGABEBEREICH
178100           GSOVER-VERSTAENDIGUNGSBEREICH
178200     END-CALL
178300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
178400     .
178500 8000-LAUFREGISTER-START-1002.
178600 8000-LAUFREGISTER-START-EXIT.
178700     EXIT.
178800/---------------------------------------------------------------*
178900* Ende mit Kontrollsummen im zentralen Laufregister melden      *
179000*---------------------------------------------------------------*
179100 8100-LAUFREGISTER-ENDE SECTION.
179200 8100-LAUFREGISTER-ENDE-1001.
179300     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
179400     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
179500     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
179600     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
179700     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
179800     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
179900     CALL "AKARUN"
180000     USING KAIRUN-EINGABEBEREICH
180100           GSOVER-VERSTAENDIGUNGSBEREICH
180200     END-CALL
180300     .
180400 8100-LAUFREGISTER-ENDE-1002.
180500 8100-LAUFREGISTER-ENDE-EXIT.
180600     EXIT.
180700/---------------------------------------------------------------*
180800* Programmende                                                  *
180900*---------------------------------------------------------------*
181000 9999-EXIT SECTION.
181100 9999-EXIT-1001.
181200     CLOSE GLUPRT
181300     .
181400 9999-EXIT-1002.
181500 9999-EXIT-EXIT.
181600     EXIT.
