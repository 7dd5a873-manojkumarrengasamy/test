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
000160*@Titel         : Berichtsverteilung je Fachbereich
000160*@Elementname   : akabvt.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Berichtsverteilung je Fachbereich         *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Letzter Schritt der Batchkette: teilt die im Berichts-   *
001800* register KA03AKRB eingetragenen Berichte der Kette       *
001900* (AGINGRPT, ESKALAUS, FREIZURPT, AVISAUS, NFRAUS,         *
002000* EODAUS, LQVAUS usw.) nach Fachbereich und - wo der       *
002100* Bericht es hergibt - nach Institut auf und stellt je     *
002200* Empfaenger aus KA03AKBE ein Paket zusammen.              *
002300* Jeder Bericht ist einer der Eingaben BVTB01 bis BVTB10   *
002400* zugeordnet. Der Registereintrag nennt die Spalte des     *
002500* Schluessels: Fachbereich (Art F, Institut optional aus   *
002600* eigener Spalte) oder AK-Nummer (Art A, Fachbereich und   *
002700* Institut aus KA01AKRS). Die fuehrenden Kopfzeilen        *
002800* erhaelt jeder Empfaenger des Berichts. Zeilen ohne       *
002900* Schluessel (Summen, Leerzeilen) erhalten nur Empfaenger  *
003000* mit Fachbereich "*" (gesamte Bank).                      *
003100* Ausgabe BVTPAK: je Empfaenger ein Paket mit Kopfsatz K   *
003200* (Empfaenger, Adresse), Deckblatt-Index I (enthaltene     *
003300* Berichte mit Zeilenanzahl), je Bericht Satz B und die    *
003400* Zeilen Z, Paketende E. Alle Saetze tragen die            *
003500* Empfaenger-Kennung; die Adressierung und den Versand     *
003600* uebernimmt der nachgelagerte Verteilerjob.               *
003700* Je Empfaenger und Bericht wird das Lieferprotokoll       *
003800* KA02AKVL fortgeschrieben (geliefert, leer, Datei         *
003900* fehlte) als Nachweis, wer welchen Bericht an welchem     *
004000* Tag erhalten hat. BVTAUS ist das Laufprotokoll mit       *
004100* Zeilen ohne Zuordnung bzw. ohne Empfaenger je Bericht.   *
004200* Im Laufregister AKARUN: gelesen = Berichtszeilen,        *
004300* geschrieben = gelieferte Zeilen, Fehler = fehlende       *
004400* Berichtsdateien und ungueltige Registerzeilen.           *
004500*@E-ELEMENTBESCHREIBUNG                                    *
004600*                                                          *
004700*@A-MODULAUFRUF                                            *
004800* CGSTAB  : Tabellenzugriff und Zeilenscans                *
004900* AKARUN  : Zentrales Laufregister                         *
005000*@E-MODULAUFRUF                                            *
005100*                                                          *
005200*@A-COBOL-COPY                                             *
005300* Benoetigte COBOL-Copies:                                 *
005400* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005500* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005600* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
005700* CKA0AKRB   : ZEILENSCAN KA03AKRB                         *
005800* CKA0AKBE   : ZEILENSCAN KA03AKBE                         *
005900* CKAI0AKR   : EINGABEBEREICH KA01AKRS                     *
006000* CKAO0AKR   : AUSGABEBEREICH KA01AKRS                     *
006100* CKAI0AVL   : EINGABEBEREICH KA02AKVL                     *
006200* CKAO0AVL   : AUSGABEBEREICH KA02AKVL                     *
006300* CKAIRUN    : EINGABEBEREICH AKARUN                       *
006400*@E-COBOL-COPY                                             *
006500*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58819                                               *      D01
090052*     Neuanlage - Verteilung der Batchberichte je          *      D01
090053*     Fachbereich und Institut mit Lieferprotokoll.        *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKABVT.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT BVTB01                ASSIGN TO "BVTB01"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-BER-FS.
101300     SELECT BVTB02                ASSIGN TO "BVTB02"
101400                                  ORGANIZATION IS LINE SEQUENTIAL
101500                                  FILE STATUS IS H-BER-FS.
101600     SELECT BVTB03                ASSIGN TO "BVTB03"
101700                                  ORGANIZATION IS LINE SEQUENTIAL
101800                                  FILE STATUS IS H-BER-FS.
101900     SELECT BVTB04                ASSIGN TO "BVTB04"
102000                                  ORGANIZATION IS LINE SEQUENTIAL
102100                                  FILE STATUS IS H-BER-FS.
102200     SELECT BVTB05                ASSIGN TO "BVTB05"
102300                                  ORGANIZATION IS LINE SEQUENTIAL
102400                                  FILE STATUS IS H-BER-FS.
102500     SELECT BVTB06                ASSIGN TO "BVTB06"
102600                                  ORGANIZATION IS LINE SEQUENTIAL
102700                                  FILE STATUS IS H-BER-FS.
102800     SELECT BVTB07                ASSIGN TO "BVTB07"
102900                                  ORGANIZATION IS LINE SEQUENTIAL
103000                                  FILE STATUS IS H-BER-FS.
103100     SELECT BVTB08                ASSIGN TO "BVTB08"
103200                                  ORGANIZATION IS LINE SEQUENTIAL
103300                                  FILE STATUS IS H-BER-FS.
103400     SELECT BVTB09                ASSIGN TO "BVTB09"
103500                                  ORGANIZATION IS LINE SEQUENTIAL
103600                                  FILE STATUS IS H-BER-FS.
103700     SELECT BVTB10                ASSIGN TO "BVTB10"
103800                                  ORGANIZATION IS LINE SEQUENTIAL
103900                                  FILE STATUS IS H-BER-FS.
104000     SELECT BVTPAK                ASSIGN TO "BVTPAK"
104100                                  ORGANIZATION IS LINE SEQUENTIAL.
104200     SELECT BVTAUS                ASSIGN TO "BVTAUS"
104300                                  ORGANIZATION IS LINE SEQUENTIAL.
104400 DATA DIVISION.
104500 FILE SECTION.
104600 FD  BVTB01
104700     RECORDING MODE IS F.
104800 01  BVT-B01-ZEILE                PIC X(250).
104900 FD  BVTB02
105000     RECORDING MODE IS F.
105100 01  BVT-B02-ZEILE                PIC X(250).
105200 FD  BVTB03
105300     RECORDING MODE IS F.
105400 01  BVT-B03-ZEILE                PIC X(250).
105500 FD  BVTB04
105600     RECORDING MODE IS F.
105700 01  BVT-B04-ZEILE                PIC X(250).
105800 FD  BVTB05
105900     RECORDING MODE IS F.
106000 01  BVT-B05-ZEILE                PIC X(250).
106100 FD  BVTB06
106200     RECORDING MODE IS F.
106300 01  BVT-B06-ZEILE                PIC X(250).
106400 FD  BVTB07
106500     RECORDING MODE IS F.
106600 01  BVT-B07-ZEILE                PIC X(250).
106700 FD  BVTB08
106800     RECORDING MODE IS F.
106900 01  BVT-B08-ZEILE                PIC X(250).
107000 FD  BVTB09
107100     RECORDING MODE IS F.
107200 01  BVT-B09-ZEILE                PIC X(250).
107300 FD  BVTB10
107400     RECORDING MODE IS F.
107500 01  BVT-B10-ZEILE                PIC X(250).
107600 FD  BVTPAK
107700     RECORDING MODE IS F.
107800 01  BVT-PAKETSATZ.
107900     05 BVT-P-EMPFAENGER          PIC X(008).
108000     05 BVT-P-SATZART             PIC X(001).
108100     05 BVT-P-BERICHT             PIC X(008).
108200     05 BVT-P-LFD-NR              PIC 9(007).
108300     05 BVT-P-TEXT                PIC X(250).
108400 FD  BVTAUS
108500     RECORDING MODE IS F.
108600 01  BVT-DRUCKZEILE               PIC X(132).
108700*---------------------------------------------------------------*
108800* WORKING-STORAGE-Section                                       *
108900*---------------------------------------------------------------*
109000 WORKING-STORAGE SECTION.
109100 01  VERS-INF.
109200     05  FILLER PIC X(13) VALUE "ELEM=akabvt  ".
109300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
109400/---------------------------------------------------------------*
109500* Konstanten                                                    *
109600*---------------------------------------------------------------*
109700 01  GS-KONSTANTEN.
109800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
109900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
110000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
110100     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
110200                                  VALUE "SCHREIBEN-EQUAL".
110300     20 C-OBJEKT-TAB-KA03AKRB     PIC X(009) VALUE "KA03AKRB".
110400     20 C-OBJEKT-TAB-KA03AKBE     PIC X(009) VALUE "KA03AKBE".
110500     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
110600     20 C-OBJEKT-TAB-KA02AKVL     PIC X(009) VALUE "KA02AKVL".
110700     20 C-FB-GESAMTBANK           PIC X(004) VALUE "*".
110800     20 C-J                       PIC X(001) VALUE "J".
110900     20 C-N                       PIC X(001) VALUE "N".
111000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
111100     20 C-MAX-EINGABE             PIC 9(002) VALUE 10.
111200     20 C-MAX-BERICHTE            PIC 9(002) VALUE 10.
111300     20 C-MAX-EMPF-ZEILEN         PIC 9(003) VALUE 500.
111400     20 C-MAX-EMPFAENGER          PIC 9(003) VALUE 200.
111500     20 C-MAX-ZEILEN-JE-EMPF      PIC 9(003) VALUE 50.
111600     20 C-MAX-AK-PUFFER           PIC 9(004) VALUE 2000.
111700     20 C-ZEILENLAENGE            PIC 9(003) VALUE 250.
111800 01  C-SATZARTEN.
111900     05 C-SATZART-KOPF            PIC X(001) VALUE "K".
112000     05 C-SATZART-INDEX           PIC X(001) VALUE "I".
112100     05 C-SATZART-BERICHT         PIC X(001) VALUE "B".
112200     05 C-SATZART-ZEILE           PIC X(001) VALUE "Z".
112300     05 C-SATZART-ENDE            PIC X(001) VALUE "E".
112400 01  H-RUN-ZAEHLER.
112500     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
112600     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
112700     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
112800 01  C-LAUFREGISTER-KONSTANTEN.
112900     05 C-01-INT-LAUF-START       PIC X(040) VALUE
113000                                  "01-INT-LAUF-START".
113100     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
113200                                  "01-INT-LAUF-ENDE".
113300     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKABVT".
113400/---------------------------------------------------------------*
113500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
113600*---------------------------------------------------------------*
113700  COPY DCTGRCGE.
113800  COPY CGSOVER.
113900  COPY CGSTTAB.
114000  COPY CKA0AKRB.
114100  COPY CKA0AKBE.
114200  COPY CKAI0AKR.
114300  COPY CKAO0AKR.
114400  COPY CKAI0AVL.
114500  COPY CKAO0AVL.
114600  COPY CKAIRUN.
114700 01  DUMMY                        PIC X(001).
114800/---------------------------------------------------------------*
114900* Registrierte Berichte dieses Laufs                            *
115000*---------------------------------------------------------------*
115100 01  BVT-BER-TABELLE.
115200     05 BVT-BER-ANZ               PIC 9(002) VALUE ZERO.
115300     05 BVT-BER-EINTRAG           OCCURS 10.
115400        10 BVT-B-BERICHT          PIC X(008).
115500        10 BVT-B-BEZEICHNUNG      PIC X(040).
115600        10 BVT-B-EINGABE-NR       PIC 9(002).
115700        10 BVT-B-SCHLUESSEL-ART   PIC X(001).
115800           88 BVT-B-SCHL-FACHBEREICH VALUE "F".
115900           88 BVT-B-SCHL-AK-NUMMER   VALUE "A".
116000        10 BVT-B-SCHL-SPALTE      PIC 9(003).
116100        10 BVT-B-SCHL-LAENGE      PIC 9(002).
116200        10 BVT-B-INST-SPALTE      PIC 9(003).
116300        10 BVT-B-KOPF-ZEILEN      PIC 9(002).
116400        10 BVT-B-DATEI-KZ         PIC X(001).
116500           88 BVT-B-DATEI-VORHANDEN  VALUE "J".
116600           88 BVT-B-DATEI-FEHLT      VALUE "N".
116700        10 BVT-B-ANZ-ZEILEN       PIC 9(009) COMP-3.
116800        10 BVT-B-ANZ-OHNE-SCHL    PIC 9(009) COMP-3.
116900        10 BVT-B-ANZ-OHNE-EMPF    PIC 9(009) COMP-3.
117000        10 BVT-B-ABO-KZ           PIC X(001).
117100           88 BVT-B-ABONNIERT        VALUE "J".
117200           88 BVT-B-N-ABONNIERT      VALUE "N".
117300        10 BVT-B-ANZ-EMPF         PIC 9(007) COMP-3.
117400 01  H-BER-IND                    PIC 9(002).
117500 01  H-EINGABE-BELEGT.
117600     05 H-EINGABE-BELEGT-KZ       PIC X(001) OCCURS 10.
117700/---------------------------------------------------------------*
117800* Empfaengerzeilen und Empfaenger                               *
117900*---------------------------------------------------------------*
118000 01  BVT-EZ-TABELLE.
118100     05 BVT-EZ-ANZ                PIC 9(003) VALUE ZERO.
118200     05 BVT-EZ-EINTRAG            OCCURS 500.
118300        10 BVT-EZ-EMPFAENGER      PIC X(008).
118400        10 BVT-EZ-BEZEICHNUNG     PIC X(040).
118500        10 BVT-EZ-ADRESSE         PIC X(060).
118600        10 BVT-EZ-FACHBEREICH     PIC X(004).
118700        10 BVT-EZ-INSTITUT        PIC X(004).
118800        10 BVT-EZ-BERICHT         PIC X(008).
118900 01  H-EZ-IND                     PIC 9(003).
119000 01  BVT-EMP-TABELLE.
119100     05 BVT-EMP-ANZ               PIC 9(003) VALUE ZERO.
119200     05 BVT-EMP-EINTRAG           OCCURS 200.
119300        10 BVT-EMP-EMPFAENGER     PIC X(008).
119400        10 BVT-EMP-ERSTE-EZ    PIC 9(003).
119500 01  H-EMP-IND                    PIC 9(003).
119600*    Zeilen des aktuellen Empfaengers (Verweise in BVT-EZ)
119700 01  BVT-AKT-TABELLE.
119800     05 BVT-AKT-ANZ               PIC 9(003) VALUE ZERO.
119900     05 BVT-AKT-EZ-IND            PIC 9(003) OCCURS 50.
120000 01  H-AKT-IND                    PIC 9(003).
120100 01  H-EMP-EZ                     PIC 9(003).
120200/---------------------------------------------------------------*
120300* Puffer AK-Nummer -> Fachbereich/Institut aus KA01AKRS         *
120400*---------------------------------------------------------------*
120500 01  BVT-AK-PUFFER.
120600     05 BVT-AK-ANZ                PIC 9(004) VALUE ZERO.
120700     05 BVT-AK-EINTRAG            OCCURS 2000.
120800        10 BVT-AK-NUMMER          PIC 9(005).
120900        10 BVT-AK-FACHBEREICH     PIC X(004).
121000        10 BVT-AK-INSTITUT        PIC X(004).
121100 01  H-AK-IND                     PIC 9(004).
121200/---------------------------------------------------------------*
121300* Aktuelle Berichtszeile und ihr Schluessel                     *
121400*---------------------------------------------------------------*
121500 01  BVT-ZEILE                    PIC X(250).
121600 01  H-ZEILEN-NR                  PIC 9(009) COMP-3.
121700 01  H-Z-FACHBEREICH              PIC X(004).
121800 01  H-Z-INSTITUT                 PIC X(004).
121900 01  H-Z-AK-TEXT                  PIC X(005) JUSTIFIED RIGHT.
122000 01  H-Z-AK-NUMMER                REDEFINES H-Z-AK-TEXT
122100                                  PIC 9(005).
122200 01  H-Z-SCHLUESSEL-KZ            PIC X(001).
122300     88 Z-MIT-SCHLUESSEL          VALUE "J".
122400     88 Z-OHNE-SCHLUESSEL         VALUE "N".
122500 01  H-TREFFER-KZ                 PIC X(001).
122600     88 ZEILE-TRIFFT              VALUE "J".
122700     88 ZEILE-TRIFFT-NICHT        VALUE "N".
122800/---------------------------------------------------------------*
122900* Hilfsvariable                                                 *
123000*---------------------------------------------------------------*
123100 01  H-BER-FS                     PIC X(002).
123200 01  H-BER-ENDE-KZ                PIC X(001).
123300     88 BER-ENDE                  VALUE "J".
123400     88 BER-N-ENDE                VALUE "N".
123500 01  H-SCAN-STATUS                PIC X(001).
123600     88 SCAN-GEFUNDEN             VALUE "J".
123700     88 SCAN-N-GEFUNDEN           VALUE "N".
123800 01  H-REGISTER-KZ                PIC X(001).
123900     88 REGISTER-GUELTIG          VALUE "J".
124000     88 REGISTER-UNGUELTIG        VALUE "N".
124100 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
124200 01  H-LAUFDATUM                  PIC 9(008).
124300 01  H-LAUFZEIT                   PIC 9(008).
124400 01  H-PAKET-NR                   PIC 9(005) VALUE ZERO.
124500 01  H-PAK-LFD-NR                 PIC 9(007).
124600 01  H-PAK-ANZ-ZEILEN             PIC 9(009) COMP-3.
124700 01  H-PAK-ANZ-BERICHTE           PIC 9(003) COMP-3.
124800 01  H-SPALTEN-ENDE               PIC 9(004).
124900 01  H-ANZAHL-ED                  PIC Z(008)9.
125000 01  H-ANZAHL-ED2                 PIC Z(008)9.
125100 01  H-ANZAHL-ED3                 PIC Z(008)9.
125200/---------------------------------------------------------------*
125300* Zeilen des Laufprotokolls BVTAUS                              *
125400*---------------------------------------------------------------*
125500 01  BVT-KOPF.
125600     05 FILLER                    PIC X(036) VALUE
125700        "BERICHTSVERTEILUNG AKABVT VOM:      ".
125800     05 BVT-K-LAUFDATUM           PIC 9(008).
125900     05 FILLER                    PIC X(088) VALUE SPACE.
126000 01  BVT-PROT.
126100     05 BVT-PR-ART                PIC X(008).
126200     05 FILLER                    PIC X(001) VALUE SPACE.
126300     05 BVT-PR-SCHLUESSEL         PIC X(008).
126400     05 FILLER                    PIC X(001) VALUE SPACE.
126500     05 BVT-PR-TEXT               PIC X(114).
126600/****************************************************************
126700 PROCEDURE DIVISION.
126800*****************************************************************
126900 0000-MAINLINE SECTION.
127000 0000-MAINLINE-1001.
127100     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
127200     PERFORM 2000-REGISTER-LADEN  THRU 2000-REGISTER-LADEN-EXIT
127300     PERFORM 2100-EMPFAENGER-LADEN
127400                              THRU 2100-EMPFAENGER-LADEN-EXIT
127500     PERFORM 3000-VORLAUF         THRU 3000-VORLAUF-EXIT
127600             VARYING H-BER-IND FROM 1 BY 1
127700             UNTIL H-BER-IND      > BVT-BER-ANZ
127800     PERFORM 4000-PAKET           THRU 4000-PAKET-EXIT
127900             VARYING H-EMP-IND FROM 1 BY 1
128000             UNTIL H-EMP-IND      > BVT-EMP-ANZ
128100     PERFORM 7000-ABSCHLUSS       THRU 7000-ABSCHLUSS-EXIT
128200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
128300     STOP RUN
128400     .
128500 0000-MAINLINE-1002.
128600     EXIT.
128700/---------------------------------------------------------------*
128800* Initialisierung                                               *
128900*---------------------------------------------------------------*
129000 1000-INITIALISIERUNG SECTION.
129100 1000-INITIALISIERUNG-1001.
129200     OPEN OUTPUT BVTPAK
129300     OPEN OUTPUT BVTAUS
129400     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
129500     ACCEPT H-LAUFZEIT            FROM TIME
129600     MOVE SPACE                   TO H-EINGABE-BELEGT
129700     MOVE H-LAUFDATUM             TO BVT-K-LAUFDATUM
129800     MOVE BVT-KOPF                TO BVT-DRUCKZEILE
129900     WRITE BVT-DRUCKZEILE
130000     PERFORM 8000-LAUFREGISTER-START
130100                              THRU 8000-LAUFREGISTER-START-EXIT
130200     .
130300 1000-INITIALISIERUNG-1002.
130400 1000-INITIALISIERUNG-EXIT.
130500     EXIT.
130600/---------------------------------------------------------------*
130700* Berichtsregister KA03AKRB laden und pruefen                   *
130800*---------------------------------------------------------------*
130900 2000-REGISTER-LADEN SECTION.
131000 2000-REGISTER-LADEN-1001.
131100     MOVE C-1                     TO H-LFD-ZEILE
131200     PERFORM 2010-RB-ZEILE-LESEN  THRU 2010-RB-ZEILE-LESEN-EXIT
131300     PERFORM UNTIL SCAN-N-GEFUNDEN
131400       IF KA0AKRB-AKTIV
131500       THEN
131600         PERFORM 2020-RB-UEBERNEHMEN
131700                              THRU 2020-RB-UEBERNEHMEN-EXIT
131800       END-IF
131900       ADD C-1                    TO H-LFD-ZEILE
132000       PERFORM 2010-RB-ZEILE-LESEN
132100                              THRU 2010-RB-ZEILE-LESEN-EXIT
132200     END-PERFORM
132300     IF BVT-BER-ANZ               = ZERO
132400     THEN
132500       MOVE SPACE                 TO BVT-PROT
132600       MOVE "HINWEIS"             TO BVT-PR-ART
132700       MOVE "KEIN AKTIVER BERICHT IM BERICHTSREGISTER KA03AKRB"
132800                                  TO BVT-PR-TEXT
132900       PERFORM 6900-PROTOKOLL     THRU 6900-PROTOKOLL-EXIT
133000     END-IF
133100     .
133200 2000-REGISTER-LADEN-1002.
133300 2000-REGISTER-LADEN-EXIT.
133400     EXIT.
133500/---------------------------------------------------------------*
133600* Zeile aus KA03AKRB lesen                                      *
133700*---------------------------------------------------------------*
133800 2010-RB-ZEILE-LESEN SECTION.
133900 2010-RB-ZEILE-LESEN-1001.
134000     MOVE H-LFD-ZEILE             TO KA0AKRB-ZEILENNUMMER
134100     CALL "CGSTAB" USING
134200          C-TAB-LESEN-ZEILE
134300          C-KONFIG-ID-KA
134400          C-OBJEKT-TAB-KA03AKRB
134500          GSOVER-VERSTAENDIGUNGSBEREICH
134600          KA0AKRB-EINGABEBEREICH
134700          KA0AKRB-AUSGABEBEREICH
134800          DUMMY
134900     END-CALL
135000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
135100     THEN
135200       SET SCAN-GEFUNDEN          TO TRUE
135300     ELSE
135400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
135500       SET SCAN-N-GEFUNDEN        TO TRUE
135600     END-IF
135700     .
135800 2010-RB-ZEILE-LESEN-1002.
135900 2010-RB-ZEILE-LESEN-EXIT.
136000     EXIT.
136100/---------------------------------------------------------------*
136200* Registerzeile pruefen und in die Berichtstabelle uebernehmen  *
136300*---------------------------------------------------------------*
136400 2020-RB-UEBERNEHMEN SECTION.
136500 2020-RB-UEBERNEHMEN-1001.
136600     SET REGISTER-GUELTIG         TO TRUE
136700     MOVE SPACE                   TO BVT-PROT
136800     COMPUTE H-SPALTEN-ENDE = KA0AKRB-SCHL-SPALTE
136900                            + KA0AKRB-SCHL-LAENGE - 1
137000     EVALUATE TRUE
137100     WHEN BVT-BER-ANZ             NOT < C-MAX-BERICHTE
137200       MOVE "MEHR ALS 10 AKTIVE BERICHTE - NICHT VERTEILT"
137300                                  TO BVT-PR-TEXT
137400     WHEN KA0AKRB-EINGABE-NR      < 1
137500       OR KA0AKRB-EINGABE-NR      > C-MAX-EINGABE
137600       MOVE "EINGABE-NR NICHT 01 BIS 10"
137700                                  TO BVT-PR-TEXT
137800     WHEN H-EINGABE-BELEGT-KZ (KA0AKRB-EINGABE-NR)
137900                                  = C-J
138000       MOVE "EINGABE-NR BEREITS EINEM ANDEREN BERICHT ZUGEORDNET"
138100                                  TO BVT-PR-TEXT
138200     WHEN KA0AKRB-SCHL-SPALTE     < 1
138300       OR KA0AKRB-SCHL-LAENGE     < 1
138400       OR H-SPALTEN-ENDE          > C-ZEILENLAENGE
138500       MOVE "SCHLUESSELSPALTE AUSSERHALB DER ZEILE"
138600                                  TO BVT-PR-TEXT
138700     WHEN KA0AKRB-SCHL-FACHBEREICH
138800      AND KA0AKRB-SCHL-LAENGE     > 4
138900       MOVE "FACHBEREICH LAENGER ALS 4 STELLEN"
139000                                  TO BVT-PR-TEXT
139100     WHEN KA0AKRB-SCHL-AK-NUMMER
139200      AND KA0AKRB-SCHL-LAENGE     > 5
139300       MOVE "AK-NUMMER LAENGER ALS 5 STELLEN"
139400                                  TO BVT-PR-TEXT
139500     WHEN NOT KA0AKRB-SCHL-FACHBEREICH
139600      AND NOT KA0AKRB-SCHL-AK-NUMMER
139700       MOVE "SCHLUESSELART NICHT F ODER A"
139800                                  TO BVT-PR-TEXT
139900     WHEN KA0AKRB-INST-SPALTE     > C-ZEILENLAENGE - 3
140000       MOVE "INSTITUTSSPALTE AUSSERHALB DER ZEILE"
140100                                  TO BVT-PR-TEXT
140200     WHEN OTHER
140300       CONTINUE
140400     END-EVALUATE
140500     IF BVT-PR-TEXT               NOT = SPACE
140600     THEN
140700       MOVE "FEHLER"              TO BVT-PR-ART
140800       MOVE KA0AKRB-BERICHT       TO BVT-PR-SCHLUESSEL
140900       PERFORM 6900-PROTOKOLL     THRU 6900-PROTOKOLL-EXIT
141000       ADD C-1                    TO H-RUN-ANZ-FEHLER
141100       GO TO 2020-RB-UEBERNEHMEN-EXIT
141200     END-IF
141300     ADD C-1                      TO BVT-BER-ANZ
141400     MOVE BVT-BER-ANZ             TO H-BER-IND
141500     INITIALIZE BVT-BER-EINTRAG (H-BER-IND)
141600     MOVE KA0AKRB-BERICHT         TO BVT-B-BERICHT (H-BER-IND)
141700     MOVE KA0AKRB-BEZEICHNUNG     TO BVT-B-BEZEICHNUNG (H-BER-IND)
141800     MOVE KA0AKRB-EINGABE-NR      TO BVT-B-EINGABE-NR (H-BER-IND)
141900     MOVE KA0AKRB-SCHLUESSEL-ART  TO
142000                                  BVT-B-SCHLUESSEL-ART (H-BER-IND)
142100     MOVE KA0AKRB-SCHL-SPALTE     TO BVT-B-SCHL-SPALTE (H-BER-IND)
142200     MOVE KA0AKRB-SCHL-LAENGE     TO BVT-B-SCHL-LAENGE (H-BER-IND)
142300     MOVE KA0AKRB-INST-SPALTE     TO BVT-B-INST-SPALTE (H-BER-IND)
142400     MOVE KA0AKRB-KOPF-ZEILEN     TO BVT-B-KOPF-ZEILEN (H-BER-IND)
142500     MOVE C-J                     TO
142600                          H-EINGABE-BELEGT-KZ (KA0AKRB-EINGABE-NR)
142700     .
142800 2020-RB-UEBERNEHMEN-1002.
142900 2020-RB-UEBERNEHMEN-EXIT.
143000     EXIT.
143100/---------------------------------------------------------------*
143200* Empfaengerzeilen KA03AKBE laden, Empfaenger ermitteln         *
143300*---------------------------------------------------------------*
143400 2100-EMPFAENGER-LADEN SECTION.
143500 2100-EMPFAENGER-LADEN-1001.
143600     MOVE C-1                     TO H-LFD-ZEILE
143700     PERFORM 2110-BE-ZEILE-LESEN  THRU 2110-BE-ZEILE-LESEN-EXIT
143800     PERFORM UNTIL SCAN-N-GEFUNDEN
143900       IF KA0AKBE-AKTIV
144000       THEN
144100         PERFORM 2120-BE-UEBERNEHMEN
144200                              THRU 2120-BE-UEBERNEHMEN-EXIT
144300       END-IF
144400       ADD C-1                    TO H-LFD-ZEILE
144500       PERFORM 2110-BE-ZEILE-LESEN
144600                              THRU 2110-BE-ZEILE-LESEN-EXIT
144700     END-PERFORM
144800     .
144900 2100-EMPFAENGER-LADEN-1002.
145000 2100-EMPFAENGER-LADEN-EXIT.
145100     EXIT.
145200/---------------------------------------------------------------*
145300* Zeile aus KA03AKBE lesen                                      *
145400*---------------------------------------------------------------*
145500 2110-BE-ZEILE-LESEN SECTION.
145600 2110-BE-ZEILE-LESEN-1001.
145700     MOVE H-LFD-ZEILE             TO KA0AKBE-ZEILENNUMMER
145800     CALL "CGSTAB" USING
145900          C-TAB-LESEN-ZEILE
146000          C-KONFIG-ID-KA
146100          C-OBJEKT-TAB-KA03AKBE
146200          GSOVER-VERSTAENDIGUNGSBEREICH
146300          KA0AKBE-EINGABEBEREICH
146400          KA0AKBE-AUSGABEBEREICH
146500          DUMMY
146600     END-CALL
146700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
146800     THEN
146900       SET SCAN-GEFUNDEN          TO TRUE
147000     ELSE
147100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
147200       SET SCAN-N-GEFUNDEN        TO TRUE
147300     END-IF
147400     .
147500 2110-BE-ZEILE-LESEN-1002.
147600 2110-BE-ZEILE-LESEN-EXIT.
147700     EXIT.
147800/---------------------------------------------------------------*
147900* Empfaengerzeile uebernehmen; neuer Empfaenger in die Liste    *
148000*---------------------------------------------------------------*
148100 2120-BE-UEBERNEHMEN SECTION.
148200 2120-BE-UEBERNEHMEN-1001.
148300     MOVE SPACE                   TO BVT-PROT
148400     IF BVT-EZ-ANZ                NOT < C-MAX-EMPF-ZEILEN
148500     THEN
148600       MOVE "MEHR ALS 500 EMPFAENGERZEILEN - ZEILE UEBERGANGEN"
148700                                  TO BVT-PR-TEXT
148800     END-IF
148900     MOVE ZERO                    TO H-AKT-IND
149000     PERFORM VARYING H-EMP-IND FROM 1 BY 1
149100             UNTIL H-EMP-IND      > BVT-EMP-ANZ
149200       IF BVT-EMP-EMPFAENGER (H-EMP-IND)
149300                                  = KA0AKBE-EMPFAENGER
149400       THEN
149500         MOVE H-EMP-IND           TO H-AKT-IND
149600       END-IF
149700     END-PERFORM
149800     IF H-AKT-IND                 = ZERO
149900        AND BVT-EMP-ANZ           NOT < C-MAX-EMPFAENGER
150000     THEN
150100       MOVE "MEHR ALS 200 EMPFAENGER - ZEILE UEBERGANGEN"
150200                                  TO BVT-PR-TEXT
150300     END-IF
150400     IF BVT-PR-TEXT               NOT = SPACE
150500     THEN
150600       MOVE "FEHLER"              TO BVT-PR-ART
150700       MOVE KA0AKBE-EMPFAENGER    TO BVT-PR-SCHLUESSEL
150800       PERFORM 6900-PROTOKOLL     THRU 6900-PROTOKOLL-EXIT
150900       ADD C-1                    TO H-RUN-ANZ-FEHLER
151000       GO TO 2120-BE-UEBERNEHMEN-EXIT
151100     END-IF
151200     ADD C-1                      TO BVT-EZ-ANZ
151300     MOVE KA0AKBE-EMPFAENGER      TO
151400                                  BVT-EZ-EMPFAENGER (BVT-EZ-ANZ)
151500     MOVE KA0AKBE-BEZEICHNUNG     TO
151600                                  BVT-EZ-BEZEICHNUNG (BVT-EZ-ANZ)
151700     MOVE KA0AKBE-ADRESSE         TO BVT-EZ-ADRESSE (BVT-EZ-ANZ)
151800     MOVE KA0AKBE-FACHBEREICH     TO
151900                                  BVT-EZ-FACHBEREICH (BVT-EZ-ANZ)
152000     MOVE KA0AKBE-INSTITUT        TO BVT-EZ-INSTITUT (BVT-EZ-ANZ)
152100     MOVE KA0AKBE-BERICHT         TO BVT-EZ-BERICHT (BVT-EZ-ANZ)
152200     IF H-AKT-IND                 = ZERO
152300     THEN
152400       ADD C-1                    TO BVT-EMP-ANZ
152500       MOVE KA0AKBE-EMPFAENGER    TO
152600                                  BVT-EMP-EMPFAENGER (BVT-EMP-ANZ)
152700       MOVE BVT-EZ-ANZ            TO
152800                                  BVT-EMP-ERSTE-EZ (BVT-EMP-ANZ)
152900     END-IF
153000     .
153100 2120-BE-UEBERNEHMEN-1002.
153200 2120-BE-UEBERNEHMEN-EXIT.
153300     EXIT.
153400/---------------------------------------------------------------*
153500* Vorlauf je Bericht: Datei vorhanden, Zeilen, Zeilen ohne      *
153600* Schluessel und Zeilen ohne Empfaenger                         *
153700*---------------------------------------------------------------*
153800 3000-VORLAUF SECTION.
153900 3000-VORLAUF-1001.
154000     PERFORM 6000-BER-OEFFNEN     THRU 6000-BER-OEFFNEN-EXIT
154100     IF H-BER-FS                  NOT = "00"
154200     THEN
154300       SET BVT-B-DATEI-FEHLT (H-BER-IND)
154400                                  TO TRUE
154500       MOVE SPACE                 TO BVT-PROT
154600       MOVE "FEHLER"              TO BVT-PR-ART
154700       MOVE BVT-B-BERICHT (H-BER-IND)
154800                                  TO BVT-PR-SCHLUESSEL
154900       STRING "BERICHTSDATEI FEHLT (EINGABE BVTB"
155000                                  DELIMITED BY SIZE
155100              BVT-B-EINGABE-NR (H-BER-IND)
155200                                  DELIMITED BY SIZE
155300              ") - EMPFAENGER ERHALTEN VERMERK"
155400                                  DELIMITED BY SIZE
155500              INTO BVT-PR-TEXT
155600       PERFORM 6900-PROTOKOLL     THRU 6900-PROTOKOLL-EXIT
155700       ADD C-1                    TO H-RUN-ANZ-FEHLER
155800       GO TO 3000-VORLAUF-EXIT
155900     END-IF
156000     SET BVT-B-DATEI-VORHANDEN (H-BER-IND)
156100                                  TO TRUE
156200*    Pruefung gegen alle Empfaengerzeilen
156300     MOVE ZERO                    TO BVT-AKT-ANZ
156400     PERFORM 6010-BER-LESEN       THRU 6010-BER-LESEN-EXIT
156500     PERFORM UNTIL BER-ENDE
156600       ADD C-1                    TO BVT-B-ANZ-ZEILEN (H-BER-IND)
156700       ADD C-1                    TO H-RUN-ANZ-GELESEN
156800       IF H-ZEILEN-NR             > BVT-B-KOPF-ZEILEN (H-BER-IND)
156900       THEN
157000         PERFORM 5000-SCHLUESSEL  THRU 5000-SCHLUESSEL-EXIT
157100         IF Z-OHNE-SCHLUESSEL
157200         THEN
157300           ADD C-1                TO
157400                                  BVT-B-ANZ-OHNE-SCHL (H-BER-IND)
157500         END-IF
157600         PERFORM 5100-EMPF-PRUEFEN
157700                              THRU 5100-EMPF-PRUEFEN-EXIT
157800         IF ZEILE-TRIFFT-NICHT
157900         THEN
158000           ADD C-1                TO
158100                                  BVT-B-ANZ-OHNE-EMPF (H-BER-IND)
158200         END-IF
158300       END-IF
158400       PERFORM 6010-BER-LESEN     THRU 6010-BER-LESEN-EXIT
158500     END-PERFORM
158600     PERFORM 6020-BER-SCHLIESSEN  THRU 6020-BER-SCHLIESSEN-EXIT
158700     MOVE SPACE                   TO BVT-PROT
158800     MOVE "BERICHT"               TO BVT-PR-ART
158900     MOVE BVT-B-BERICHT (H-BER-IND)
159000                                  TO BVT-PR-SCHLUESSEL
159100     MOVE BVT-B-ANZ-ZEILEN (H-BER-IND)
159200                                  TO H-ANZAHL-ED
159300     MOVE BVT-B-ANZ-OHNE-SCHL (H-BER-IND)
159400                                  TO H-ANZAHL-ED2
159500     MOVE BVT-B-ANZ-OHNE-EMPF (H-BER-IND)
159600                                  TO H-ANZAHL-ED3
159700     STRING "ZEILEN"              DELIMITED BY SIZE
159800            H-ANZAHL-ED           DELIMITED BY SIZE
159900            "  OHNE SCHLUESSEL"   DELIMITED BY SIZE
160000            H-ANZAHL-ED2          DELIMITED BY SIZE
160100            "  OHNE EMPFAENGER"   DELIMITED BY SIZE
160200            H-ANZAHL-ED3          DELIMITED BY SIZE
160300            INTO BVT-PR-TEXT
160400     PERFORM 6900-PROTOKOLL       THRU 6900-PROTOKOLL-EXIT
160500     .
160600 3000-VORLAUF-1002.
160700 3000-VORLAUF-EXIT.
160800     EXIT.
160900/---------------------------------------------------------------*
161000* Paket eines Empfaengers: Zeilen zaehlen, Kopf und Deckblatt-  *
161100* Index, Berichtszeilen, Lieferprotokoll                        *
161200*---------------------------------------------------------------*
161300 4000-PAKET SECTION.
161400 4000-PAKET-1001.
161500*    Zeilen des Empfaengers sammeln
161600     MOVE ZERO                    TO BVT-AKT-ANZ
161700     PERFORM VARYING H-EZ-IND
161800             FROM BVT-EMP-ERSTE-EZ (H-EMP-IND) BY 1
161900             UNTIL H-EZ-IND       > BVT-EZ-ANZ
162000       IF BVT-EZ-EMPFAENGER (H-EZ-IND)
162100                                  = BVT-EMP-EMPFAENGER (H-EMP-IND)
162200          AND BVT-AKT-ANZ         < C-MAX-ZEILEN-JE-EMPF
162300       THEN
162400         ADD C-1                  TO BVT-AKT-ANZ
162500         MOVE H-EZ-IND            TO BVT-AKT-EZ-IND (BVT-AKT-ANZ)
162600       END-IF
162700     END-PERFORM
162800     MOVE ZERO                    TO H-PAK-ANZ-ZEILEN
162900                                     H-PAK-ANZ-BERICHTE
163000     PERFORM 4100-ZAEHLEN         THRU 4100-ZAEHLEN-EXIT
163100             VARYING H-BER-IND FROM 1 BY 1
163200             UNTIL H-BER-IND      > BVT-BER-ANZ
163300*    Paketkopf und Deckblatt-Index
163400     ADD C-1                      TO H-PAKET-NR
163500     MOVE ZERO                    TO H-PAK-LFD-NR
163600     MOVE BVT-AKT-EZ-IND (1)      TO H-EMP-EZ
163700     MOVE SPACE                   TO BVT-P-BERICHT
163800     MOVE C-SATZART-KOPF          TO BVT-P-SATZART
163900     STRING "PAKET "              DELIMITED BY SIZE
164000            H-PAKET-NR            DELIMITED BY SIZE
164100            " VOM "               DELIMITED BY SIZE
164200            H-LAUFDATUM           DELIMITED BY SIZE
164300            " FUER "              DELIMITED BY SIZE
164400            BVT-EZ-BEZEICHNUNG (H-EMP-EZ)
164500                                  DELIMITED BY SIZE
164600            " AN "                DELIMITED BY SIZE
164700            BVT-EZ-ADRESSE (H-EMP-EZ)
164800                                  DELIMITED BY SIZE
164900            INTO BVT-P-TEXT
165000     PERFORM 6800-PAKETSATZ       THRU 6800-PAKETSATZ-EXIT
165100     PERFORM 4200-INDEX           THRU 4200-INDEX-EXIT
165200             VARYING H-BER-IND FROM 1 BY 1
165300             UNTIL H-BER-IND      > BVT-BER-ANZ
165400*    Berichtszeilen
165500     PERFORM 4300-ZEILEN          THRU 4300-ZEILEN-EXIT
165600             VARYING H-BER-IND FROM 1 BY 1
165700             UNTIL H-BER-IND      > BVT-BER-ANZ
165800     MOVE SPACE                   TO BVT-P-BERICHT
165900     MOVE C-SATZART-ENDE          TO BVT-P-SATZART
166000     MOVE H-PAK-ANZ-BERICHTE      TO H-ANZAHL-ED
166100     MOVE H-PAK-ANZ-ZEILEN        TO H-ANZAHL-ED2
166200     STRING "PAKETENDE  BERICHTE" DELIMITED BY SIZE
166300            H-ANZAHL-ED           DELIMITED BY SIZE
166400            "  ZEILEN"            DELIMITED BY SIZE
166500            H-ANZAHL-ED2          DELIMITED BY SIZE
166600            INTO BVT-P-TEXT
166700     PERFORM 6800-PAKETSATZ       THRU 6800-PAKETSATZ-EXIT
166800*    Lieferprotokoll und Laufprotokoll
166900     PERFORM 4400-LIEFERPROTOKOLL THRU 4400-LIEFERPROTOKOLL-EXIT
167000             VARYING H-BER-IND FROM 1 BY 1
167100             UNTIL H-BER-IND      > BVT-BER-ANZ
167200     MOVE SPACE                   TO BVT-PROT
167300     MOVE "PAKET"                 TO BVT-PR-ART
167400     MOVE BVT-EMP-EMPFAENGER (H-EMP-IND)
167500                                  TO BVT-PR-SCHLUESSEL
167600     STRING "NR "                 DELIMITED BY SIZE
167700            H-PAKET-NR            DELIMITED BY SIZE
167800            "  BERICHTE"          DELIMITED BY SIZE
167900            H-ANZAHL-ED           DELIMITED BY SIZE
168000            "  ZEILEN"            DELIMITED BY SIZE
168100            H-ANZAHL-ED2          DELIMITED BY SIZE
168200            "  AN "               DELIMITED BY SIZE
168300            BVT-EZ-ADRESSE (H-EMP-EZ)
168400                                  DELIMITED BY SIZE
168500            INTO BVT-PR-TEXT
168600     PERFORM 6900-PROTOKOLL       THRU 6900-PROTOKOLL-EXIT
168700     .
168800 4000-PAKET-1002.
168900 4000-PAKET-EXIT.
169000     EXIT.
169100/---------------------------------------------------------------*
169200* Zaehllauf: Datenzeilen eines Berichts fuer den Empfaenger     *
169300*---------------------------------------------------------------*
169400 4100-ZAEHLEN SECTION.
169500 4100-ZAEHLEN-1001.
169600     MOVE ZERO                    TO BVT-B-ANZ-EMPF (H-BER-IND)
169700     SET BVT-B-N-ABONNIERT (H-BER-IND)
169800                                  TO TRUE
169900     PERFORM VARYING H-AKT-IND FROM 1 BY 1
170000             UNTIL H-AKT-IND      > BVT-AKT-ANZ
170100       MOVE BVT-AKT-EZ-IND (H-AKT-IND)
170200                                  TO H-EZ-IND
170300       IF BVT-EZ-BERICHT (H-EZ-IND)
170400                                  = SPACE
170500                                 OR BVT-B-BERICHT (H-BER-IND)
170600       THEN
170700         SET BVT-B-ABONNIERT (H-BER-IND)
170800                                  TO TRUE
170900       END-IF
171000     END-PERFORM
171100     IF BVT-B-N-ABONNIERT (H-BER-IND)
171200        OR BVT-B-DATEI-FEHLT (H-BER-IND)
171300     THEN
171400       GO TO 4100-ZAEHLEN-EXIT
171500     END-IF
171600     PERFORM 6000-BER-OEFFNEN     THRU 6000-BER-OEFFNEN-EXIT
171700     IF H-BER-FS                  NOT = "00"
171800     THEN
171900       SET BVT-B-DATEI-FEHLT (H-BER-IND)
172000                                  TO TRUE
172100       GO TO 4100-ZAEHLEN-EXIT
172200     END-IF
172300     PERFORM 6010-BER-LESEN       THRU 6010-BER-LESEN-EXIT
172400     PERFORM UNTIL BER-ENDE
172500       IF H-ZEILEN-NR             > BVT-B-KOPF-ZEILEN (H-BER-IND)
172600       THEN
172700         PERFORM 5000-SCHLUESSEL  THRU 5000-SCHLUESSEL-EXIT
172800         PERFORM 5100-EMPF-PRUEFEN
172900                              THRU 5100-EMPF-PRUEFEN-EXIT
173000         IF ZEILE-TRIFFT
173100         THEN
173200           ADD C-1                TO BVT-B-ANZ-EMPF (H-BER-IND)
173300         END-IF
173400       END-IF
173500       PERFORM 6010-BER-LESEN     THRU 6010-BER-LESEN-EXIT
173600     END-PERFORM
173700     PERFORM 6020-BER-SCHLIESSEN  THRU 6020-BER-SCHLIESSEN-EXIT
173800     IF BVT-B-ANZ-EMPF (H-BER-IND)
173900                                  > ZERO
174000     THEN
174100       ADD C-1                    TO H-PAK-ANZ-BERICHTE
174200       ADD BVT-B-ANZ-EMPF (H-BER-IND)
174300                                  TO H-PAK-ANZ-ZEILEN
174400     END-IF
174500     .
174600 4100-ZAEHLEN-1002.
174700 4100-ZAEHLEN-EXIT.
174800     EXIT.
174900/---------------------------------------------------------------*
175000* Deckblatt-Index: eine Zeile je abonniertem Bericht            *
175100*---------------------------------------------------------------*
175200 4200-INDEX SECTION.
175300 4200-INDEX-1001.
175400     IF BVT-B-N-ABONNIERT (H-BER-IND)
175500     THEN
175600       GO TO 4200-INDEX-EXIT
175700     END-IF
175800     MOVE C-SATZART-INDEX         TO BVT-P-SATZART
175900     MOVE BVT-B-BERICHT (H-BER-IND)
176000                                  TO BVT-P-BERICHT
176100     MOVE BVT-B-ANZ-EMPF (H-BER-IND)
176200                                  TO H-ANZAHL-ED3
176300     EVALUATE TRUE
176400     WHEN BVT-B-DATEI-FEHLT (H-BER-IND)
176500       STRING BVT-B-BERICHT (H-BER-IND)
176600                                  DELIMITED BY SIZE
176700              " "                 DELIMITED BY SIZE
176800              BVT-B-BEZEICHNUNG (H-BER-IND)
176900                                  DELIMITED BY SIZE
177000              "  HEUTE NICHT ERSTELLT"
177100                                  DELIMITED BY SIZE
177200              INTO BVT-P-TEXT
177300     WHEN BVT-B-ANZ-EMPF (H-BER-IND)
177400                                  = ZERO
177500       STRING BVT-B-BERICHT (H-BER-IND)
177600                                  DELIMITED BY SIZE
177700              " "                 DELIMITED BY SIZE
177800              BVT-B-BEZEICHNUNG (H-BER-IND)
177900                                  DELIMITED BY SIZE
178000              "  KEINE ZEILEN"    DELIMITED BY SIZE
178100              INTO BVT-P-TEXT
178200     WHEN OTHER
178300       STRING BVT-B-BERICHT (H-BER-IND)
178400                                  DELIMITED BY SIZE
178500              " "                 DELIMITED BY SIZE
178600              BVT-B-BEZEICHNUNG (H-BER-IND)
178700                                  DELIMITED BY SIZE
178800              "  ZEILEN"          DELIMITED BY SIZE
178900              H-ANZAHL-ED3        DELIMITED BY SIZE
179000              INTO BVT-P-TEXT
179100     END-EVALUATE
179200     PERFORM 6800-PAKETSATZ       THRU 6800-PAKETSATZ-EXIT
179300     .
179400 4200-INDEX-1002.
179500 4200-INDEX-EXIT.
179600     EXIT.
179700/---------------------------------------------------------------*
179800* Schreiblauf: Kopfzeilen und Datenzeilen eines Berichts fuer   *
179900* den Empfaenger                                                *
180000*---------------------------------------------------------------*
180100 4300-ZEILEN SECTION.
180200 4300-ZEILEN-1001.
180300     IF BVT-B-N-ABONNIERT (H-BER-IND)
180400        OR BVT-B-DATEI-FEHLT (H-BER-IND)
180500        OR BVT-B-ANZ-EMPF (H-BER-IND)
180600                                  = ZERO
180700     THEN
180800       GO TO 4300-ZEILEN-EXIT
180900     END-IF
181000     PERFORM 6000-BER-OEFFNEN     THRU 6000-BER-OEFFNEN-EXIT
181100     IF H-BER-FS                  NOT = "00"
181200     THEN
181300       GO TO 4300-ZEILEN-EXIT
181400     END-IF
181500     MOVE C-SATZART-BERICHT       TO BVT-P-SATZART
181600     MOVE BVT-B-BERICHT (H-BER-IND)
181700                                  TO BVT-P-BERICHT
181800     MOVE BVT-B-BEZEICHNUNG (H-BER-IND)
181900                                  TO BVT-P-TEXT
182000     PERFORM 6800-PAKETSATZ       THRU 6800-PAKETSATZ-EXIT
182100     PERFORM 6010-BER-LESEN       THRU 6010-BER-LESEN-EXIT
182200     PERFORM UNTIL BER-ENDE
182300       IF H-ZEILEN-NR             > BVT-B-KOPF-ZEILEN (H-BER-IND)
182400       THEN
182500         PERFORM 5000-SCHLUESSEL  THRU 5000-SCHLUESSEL-EXIT
182600         PERFORM 5100-EMPF-PRUEFEN
182700                              THRU 5100-EMPF-PRUEFEN-EXIT
182800       ELSE
182900         SET ZEILE-TRIFFT         TO TRUE
183000       END-IF
183100       IF ZEILE-TRIFFT
183200       THEN
183300         MOVE C-SATZART-ZEILE     TO BVT-P-SATZART
183400         MOVE BVT-B-BERICHT (H-BER-IND)
183500                                  TO BVT-P-BERICHT
183600         MOVE BVT-ZEILE           TO BVT-P-TEXT
183700         PERFORM 6800-PAKETSATZ   THRU 6800-PAKETSATZ-EXIT
183800         IF H-ZEILEN-NR           > BVT-B-KOPF-ZEILEN (H-BER-IND)
183900         THEN
184000           ADD C-1                TO H-RUN-ANZ-GESCHRIEBEN
184100         END-IF
184200       END-IF
184300       PERFORM 6010-BER-LESEN     THRU 6010-BER-LESEN-EXIT
184400     END-PERFORM
184500     PERFORM 6020-BER-SCHLIESSEN  THRU 6020-BER-SCHLIESSEN-EXIT
184600     .
184700 4300-ZEILEN-1002.
184800 4300-ZEILEN-EXIT.
184900     EXIT.
185000/---------------------------------------------------------------*
185100* Lieferprotokoll KA02AKVL je Empfaenger und abonniertem        *
185200* Bericht fortschreiben                                         *
185300*---------------------------------------------------------------*
185400 4400-LIEFERPROTOKOLL SECTION.
185500 4400-LIEFERPROTOKOLL-1001.
185600     IF BVT-B-N-ABONNIERT (H-BER-IND)
185700     THEN
185800       GO TO 4400-LIEFERPROTOKOLL-EXIT
185900     END-IF
186000     MOVE H-LAUFDATUM             TO KAI0AVL-LAUFDATUM
186100     MOVE BVT-EMP-EMPFAENGER (H-EMP-IND)
186200                                  TO KAI0AVL-EMPFAENGER
186300     MOVE BVT-B-BERICHT (H-BER-IND)
186400                                  TO KAI0AVL-BERICHT
186500     MOVE BVT-EZ-ADRESSE (H-EMP-EZ)
186600                                  TO KAO0AVL-ADRESSE
186700     MOVE H-PAKET-NR              TO KAO0AVL-PAKET-NR
186800     MOVE BVT-B-ANZ-EMPF (H-BER-IND)
186900                                  TO KAO0AVL-ANZ-ZEILEN
187000     EVALUATE TRUE
187100     WHEN BVT-B-DATEI-FEHLT (H-BER-IND)
187200       SET KAO0AVL-FEHLT          TO TRUE
187300     WHEN BVT-B-ANZ-EMPF (H-BER-IND)
187400                                  = ZERO
187500       SET KAO0AVL-LEER           TO TRUE
187600     WHEN OTHER
187700       SET KAO0AVL-GELIEFERT      TO TRUE
187800     END-EVALUATE
187900     MOVE H-LAUFDATUM             TO KAO0AVL-ERSTELL-DATUM
188000     MOVE H-LAUFZEIT (1:6)        TO KAO0AVL-ERSTELL-ZEIT
188100     MOVE C-RUN-PROGRAMM          TO KAO0AVL-PROGRAMM
188200     CALL "CGSTAB"
188300     USING C-TAB-SCHREIBEN-EQUAL
188400           C-KONFIG-ID-KA
188500           C-OBJEKT-TAB-KA02AKVL
188600           GSOVER-VERSTAENDIGUNGSBEREICH
188700           KAI0AVL-EINGABEBEREICH
188800           KAO0AVL-AUSGABEBEREICH
188900           GSTTAB-EIN-AUSGABEBEREICH
189000     END-CALL
189100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
189200     THEN
189300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
189400       MOVE SPACE                 TO BVT-PROT
189500       MOVE "FEHLER"              TO BVT-PR-ART
189600       MOVE KAI0AVL-EMPFAENGER    TO BVT-PR-SCHLUESSEL
189700       STRING "LIEFERPROTOKOLL KA02AKVL NICHT GESCHRIEBEN FUER "
189800                                  DELIMITED BY SIZE
189900              KAI0AVL-BERICHT     DELIMITED BY SIZE
190000              INTO BVT-PR-TEXT
190100       PERFORM 6900-PROTOKOLL     THRU 6900-PROTOKOLL-EXIT
190200       ADD C-1                    TO H-RUN-ANZ-FEHLER
190300     END-IF
190400     .
190500 4400-LIEFERPROTOKOLL-1002.
190600 4400-LIEFERPROTOKOLL-EXIT.
190700     EXIT.
190800/---------------------------------------------------------------*
190900* Schluessel der Berichtszeile ermitteln: Fachbereich und       *
191000* Institut aus der Zeile bzw. ueber die AK-Nummer (KA01AKRS)    *
191100*---------------------------------------------------------------*
191200 5000-SCHLUESSEL SECTION.
191300 5000-SCHLUESSEL-1001.
191400     SET Z-OHNE-SCHLUESSEL        TO TRUE
191500     MOVE SPACE                   TO H-Z-FACHBEREICH
191600                                     H-Z-INSTITUT
191700     IF BVT-B-SCHL-FACHBEREICH (H-BER-IND)
191800     THEN
191900       MOVE BVT-ZEILE (BVT-B-SCHL-SPALTE (H-BER-IND):
192000                       BVT-B-SCHL-LAENGE (H-BER-IND))
192100                                  TO H-Z-FACHBEREICH
192200       IF BVT-B-INST-SPALTE (H-BER-IND)
192300                                  > ZERO
192400       THEN
192500         MOVE BVT-ZEILE (BVT-B-INST-SPALTE (H-BER-IND):4)
192600                                  TO H-Z-INSTITUT
192700       END-IF
192800       IF H-Z-FACHBEREICH         NOT = SPACE
192900       THEN
193000         SET Z-MIT-SCHLUESSEL     TO TRUE
193100       END-IF
193200       GO TO 5000-SCHLUESSEL-EXIT
193300     END-IF
193400     MOVE BVT-ZEILE (BVT-B-SCHL-SPALTE (H-BER-IND):
193500                     BVT-B-SCHL-LAENGE (H-BER-IND))
193600                                  TO H-Z-AK-TEXT
193700     INSPECT H-Z-AK-TEXT          REPLACING LEADING SPACE BY ZERO
193800     IF H-Z-AK-NUMMER             NOT NUMERIC
193900        OR H-Z-AK-NUMMER          = ZERO
194000     THEN
194100       GO TO 5000-SCHLUESSEL-EXIT
194200     END-IF
194300     PERFORM VARYING H-AK-IND FROM 1 BY 1
194400             UNTIL H-AK-IND       > BVT-AK-ANZ
194500       IF BVT-AK-NUMMER (H-AK-IND)
194600                                  = H-Z-AK-NUMMER
194700       THEN
194800         MOVE BVT-AK-FACHBEREICH (H-AK-IND)
194900                                  TO H-Z-FACHBEREICH
195000         MOVE BVT-AK-INSTITUT (H-AK-IND)
195100                                  TO H-Z-INSTITUT
195200         SET Z-MIT-SCHLUESSEL     TO TRUE
195300         GO TO 5000-SCHLUESSEL-EXIT
195400       END-IF
195500     END-PERFORM
195600     MOVE H-Z-AK-NUMMER           TO KAI0AKR-AK-NUMMER
195700     CALL "CGSTAB"
195800     USING C-TAB-LESEN-EQUAL
195900           C-KONFIG-ID-KA
196000           C-OBJEKT-TAB-KA01AKRS
196100           GSOVER-VERSTAENDIGUNGSBEREICH
196200           KAI0AKR-EINGABEBEREICH
196300           KAO0AKR-AUSGABEBEREICH
196400           GSTTAB-EIN-AUSGABEBEREICH
196500     END-CALL
196600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
196700     THEN
196800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
196900       GO TO 5000-SCHLUESSEL-EXIT
197000     END-IF
197100     MOVE KAO0AKR-FACHBEREICH     TO H-Z-FACHBEREICH
197200     MOVE KAO0AKR-INSTITUT        TO H-Z-INSTITUT
197300     SET Z-MIT-SCHLUESSEL         TO TRUE
197400     IF BVT-AK-ANZ                < C-MAX-AK-PUFFER
197500     THEN
197600       ADD C-1                    TO BVT-AK-ANZ
197700       MOVE H-Z-AK-NUMMER         TO BVT-AK-NUMMER (BVT-AK-ANZ)
197800       MOVE H-Z-FACHBEREICH       TO
197900                                  BVT-AK-FACHBEREICH (BVT-AK-ANZ)
198000       MOVE H-Z-INSTITUT          TO BVT-AK-INSTITUT (BVT-AK-ANZ)
198100     END-IF
198200     .
198300 5000-SCHLUESSEL-1002.
198400 5000-SCHLUESSEL-EXIT.
198500     EXIT.
198600/---------------------------------------------------------------*
198700* Trifft die Zeile eine Empfaengerzeile? Geprueft werden die    *
198800* Zeilen des aktuellen Empfaengers (BVT-AKT), im Vorlauf        *
198900* (BVT-AKT-ANZ = 0) alle Empfaengerzeilen                       *
199000*---------------------------------------------------------------*
199100 5100-EMPF-PRUEFEN SECTION.
199200 5100-EMPF-PRUEFEN-1001.
199300     SET ZEILE-TRIFFT-NICHT       TO TRUE
199400     IF BVT-AKT-ANZ               = ZERO
199500     THEN
199600       PERFORM VARYING H-EZ-IND FROM 1 BY 1
199700               UNTIL H-EZ-IND     > BVT-EZ-ANZ
199800                  OR ZEILE-TRIFFT
199900         PERFORM 5110-EZ-PRUEFEN  THRU 5110-EZ-PRUEFEN-EXIT
200000       END-PERFORM
200100     ELSE
200200       PERFORM VARYING H-AKT-IND FROM 1 BY 1
200300               UNTIL H-AKT-IND    > BVT-AKT-ANZ
200400                  OR ZEILE-TRIFFT
200500         MOVE BVT-AKT-EZ-IND (H-AKT-IND)
200600                                  TO H-EZ-IND
200700         PERFORM 5110-EZ-PRUEFEN  THRU 5110-EZ-PRUEFEN-EXIT
200800       END-PERFORM
200900     END-IF
201000     .
201100 5100-EMPF-PRUEFEN-1002.
201200 5100-EMPF-PRUEFEN-EXIT.
201300     EXIT.
201400/---------------------------------------------------------------*
201500* Eine Empfaengerzeile (H-EZ-IND) gegen Bericht und Schluessel  *
201600*---------------------------------------------------------------*
201700 5110-EZ-PRUEFEN SECTION.
201800 5110-EZ-PRUEFEN-1001.
201900     IF BVT-EZ-BERICHT (H-EZ-IND) NOT = SPACE
202000        AND BVT-EZ-BERICHT (H-EZ-IND)
202100                                  NOT = BVT-B-BERICHT (H-BER-IND)
202200     THEN
202300       GO TO 5110-EZ-PRUEFEN-EXIT
202400     END-IF
202500     IF BVT-EZ-INSTITUT (H-EZ-IND)
202600                                  NOT = SPACE
202700        AND BVT-EZ-INSTITUT (H-EZ-IND)
202800                                  NOT = H-Z-INSTITUT
202900     THEN
203000       GO TO 5110-EZ-PRUEFEN-EXIT
203100     END-IF
203200     IF BVT-EZ-FACHBEREICH (H-EZ-IND)
203300                                  = C-FB-GESAMTBANK
203400        OR ( Z-MIT-SCHLUESSEL
203500             AND BVT-EZ-FACHBEREICH (H-EZ-IND)
203600                                  = H-Z-FACHBEREICH )
203700     THEN
203800       SET ZEILE-TRIFFT           TO TRUE
203900     END-IF
204000     .
204100 5110-EZ-PRUEFEN-1002.
204200 5110-EZ-PRUEFEN-EXIT.
204300     EXIT.
204400/---------------------------------------------------------------*
204500* Berichtsdatei der Eingabe BVT-B-EINGABE-NR oeffnen            *
204600*---------------------------------------------------------------*
204700 6000-BER-OEFFNEN SECTION.
204800 6000-BER-OEFFNEN-1001.
204900     MOVE ZERO                    TO H-ZEILEN-NR
205000     EVALUATE BVT-B-EINGABE-NR (H-BER-IND)
205100     WHEN 1
205200       OPEN INPUT BVTB01
205300     WHEN 2
205400       OPEN INPUT BVTB02
205500     WHEN 3
205600       OPEN INPUT BVTB03
205700     WHEN 4
205800       OPEN INPUT BVTB04
205900     WHEN 5
206000       OPEN INPUT BVTB05
206100     WHEN 6
206200       OPEN INPUT BVTB06
206300     WHEN 7
206400       OPEN INPUT BVTB07
206500     WHEN 8
206600       OPEN INPUT BVTB08
206700     WHEN 9
206800       OPEN INPUT BVTB09
206900     WHEN 10
207000       OPEN INPUT BVTB10
207100     END-EVALUATE
207200     .
207300 6000-BER-OEFFNEN-1002.
207400 6000-BER-OEFFNEN-EXIT.
207500     EXIT.
207600/---------------------------------------------------------------*
207700* Naechste Zeile der Berichtsdatei nach BVT-ZEILE lesen         *
207800*---------------------------------------------------------------*
207900 6010-BER-LESEN SECTION.
208000 6010-BER-LESEN-1001.
208100     SET BER-N-ENDE               TO TRUE
208200     EVALUATE BVT-B-EINGABE-NR (H-BER-IND)
208300     WHEN 1
208400       READ BVTB01 INTO BVT-ZEILE
208500         AT END SET BER-ENDE      TO TRUE
208600       END-READ
208700     WHEN 2
208800       READ BVTB02 INTO BVT-ZEILE
208900         AT END SET BER-ENDE      TO TRUE
209000       END-READ
209100     WHEN 3
209200       READ BVTB03 INTO BVT-ZEILE
209300         AT END SET BER-ENDE      TO TRUE
209400       END-READ
209500     WHEN 4
209600       READ BVTB04 INTO BVT-ZEILE
209700         AT END SET BER-ENDE      TO TRUE
209800       END-READ
209900     WHEN 5
210000       READ BVTB05 INTO BVT-ZEILE
210100         AT END SET BER-ENDE      TO TRUE
210200       END-READ
210300     WHEN 6
210400       READ BVTB06 INTO BVT-ZEILE
210500         AT END SET BER-ENDE      TO TRUE
210600       END-READ
210700     WHEN 7
210800       READ BVTB07 INTO BVT-ZEILE
210900         AT END SET BER-ENDE      TO TRUE
211000       END-READ
211100     WHEN 8
211200       READ BVTB08 INTO BVT-ZEILE
211300         AT END SET BER-ENDE      TO TRUE
211400       END-READ
211500     WHEN 9
211600       READ BVTB09 INTO BVT-ZEILE
211700         AT END SET BER-ENDE      TO TRUE
211800       END-READ
211900     WHEN 10
212000       READ BVTB10 INTO BVT-ZEILE
212100         AT END SET BER-ENDE      TO TRUE
212200       END-READ
212300     END-EVALUATE
212400     IF BER-N-ENDE
212500     THEN
212600       ADD C-1                    TO H-ZEILEN-NR
212700     END-IF
212800     .
212900 6010-BER-LESEN-1002.
213000 6010-BER-LESEN-EXIT.
213100     EXIT.
213200/---------------------------------------------------------------*
213300* Berichtsdatei schliessen                                      *
213400*---------------------------------------------------------------*
213500 6020-BER-SCHLIESSEN SECTION.
213600 6020-BER-SCHLIESSEN-1001.
213700     EVALUATE BVT-B-EINGABE-NR (H-BER-IND)
213800     WHEN 1
213900       CLOSE BVTB01
214000     WHEN 2
214100       CLOSE BVTB02
214200     WHEN 3
214300       CLOSE BVTB03
214400     WHEN 4
214500       CLOSE BVTB04
214600     WHEN 5
214700       CLOSE BVTB05
214800     WHEN 6
214900       CLOSE BVTB06
215000     WHEN 7
215100       CLOSE BVTB07
215200     WHEN 8
215300       CLOSE BVTB08
215400     WHEN 9
215500       CLOSE BVTB09
215600     WHEN 10
215700       CLOSE BVTB10
215800     END-EVALUATE
215900     .
216000 6020-BER-SCHLIESSEN-1002.
216100 6020-BER-SCHLIESSEN-EXIT.
216200     EXIT.
216300/---------------------------------------------------------------*
216400* Paketsatz mit Empfaenger und laufender Nummer schreiben       *
216500* (Satzart, Bericht und Text versorgt)                          *
216600*---------------------------------------------------------------*
216700 6800-PAKETSATZ SECTION.
216800 6800-PAKETSATZ-1001.
216900     ADD C-1                      TO H-PAK-LFD-NR
217000     MOVE BVT-EMP-EMPFAENGER (H-EMP-IND)
217100                                  TO BVT-P-EMPFAENGER
217200     MOVE H-PAK-LFD-NR            TO BVT-P-LFD-NR
217300     WRITE BVT-PAKETSATZ
217400     MOVE SPACE                   TO BVT-P-TEXT
217500     .
217600 6800-PAKETSATZ-1002.
217700 6800-PAKETSATZ-EXIT.
217800     EXIT.
217900/---------------------------------------------------------------*
218000* Zeile des Laufprotokolls schreiben                            *
218100*---------------------------------------------------------------*
218200 6900-PROTOKOLL SECTION.
218300 6900-PROTOKOLL-1001.
218400     MOVE BVT-PROT                TO BVT-DRUCKZEILE
218500     WRITE BVT-DRUCKZEILE
218600     .
218700 6900-PROTOKOLL-1002.
218800 6900-PROTOKOLL-EXIT.
218900     EXIT.
219000/---------------------------------------------------------------*
219100* Abschluss: Laufsummen                                         *
219200*---------------------------------------------------------------*
219300 7000-ABSCHLUSS SECTION.
219400 7000-ABSCHLUSS-1001.
219500     MOVE SPACE                   TO BVT-PROT
219600     MOVE "SUMME"                 TO BVT-PR-ART
219700     MOVE H-PAKET-NR              TO H-ANZAHL-ED
219800     MOVE H-RUN-ANZ-GELESEN       TO H-ANZAHL-ED2
219900     MOVE H-RUN-ANZ-GESCHRIEBEN   TO H-ANZAHL-ED3
220000     STRING "PAKETE"              DELIMITED BY SIZE
220100            H-ANZAHL-ED           DELIMITED BY SIZE
220200            "  BERICHTSZEILEN"    DELIMITED BY SIZE
220300            H-ANZAHL-ED2          DELIMITED BY SIZE
220400            "  GELIEFERT"         DELIMITED BY SIZE
220500            H-ANZAHL-ED3          DELIMITED BY SIZE
220600            INTO BVT-PR-TEXT
220700     PERFORM 6900-PROTOKOLL       THRU 6900-PROTOKOLL-EXIT
220800     PERFORM 8100-LAUFREGISTER-ENDE
220900                              THRU 8100-LAUFREGISTER-ENDE-EXIT
221000     .
221100 7000-ABSCHLUSS-1002.
221200 7000-ABSCHLUSS-EXIT.
221300     EXIT.
221400/---------------------------------------------------------------*
221500* Start im zentralen Laufregister melden                        *
221600*---------------------------------------------------------------*
221700 8000-LAUFREGISTER-START SECTION.
221800 8000-LAUFREGISTER-START-1001.
221900     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
222000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
222100     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
222200     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
222300                                     KAIRUN-ANZ-GESCHRIEBEN
222400                                     KAIRUN-ANZ-FEHLER
222500     CALL "AKARUN"
222600     USING KAIRUN-EINGABEBEREICH
222700           GSOVER-VERSTAENDIGUNGSBEREICH
222800     END-CALL
222900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
223000     .
223100 8000-LAUFREGISTER-START-1002.
223200 8000-LAUFREGISTER-START-EXIT.
223300     EXIT.
223400/---------------------------------------------------------------*
223500* Ende mit Kontrollsummen im zentralen Laufregister melden      *
223600*---------------------------------------------------------------*
223700 8100-LAUFREGISTER-ENDE SECTION.
223800 8100-LAUFREGISTER-ENDE-1001.
223900     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
224000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
224100     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
224200     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
224300     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
224400     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
224500     CALL "AKARUN"
224600     USING KAIRUN-EINGABEBEREICH
224700           GSOVER-VERSTAENDIGUNGSBEREICH
224800     END-CALL
224900     .
225000 8100-LAUFREGISTER-ENDE-1002.
225100 8100-LAUFREGISTER-ENDE-EXIT.
225200     EXIT.
225300/---------------------------------------------------------------*
225400* Programmende                                                  *
225500*---------------------------------------------------------------*
225600 9999-EXIT SECTION.
225700 9999-EXIT-1001.
225800     CLOSE BVTPAK
225900     CLOSE BVTAUS
226000     .
226100 9999-EXIT-1002.
226200 9999-EXIT-EXIT.
226300     EXIT.
