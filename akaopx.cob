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
000160*@Titel         : Schnappschuss offene Posten fuer Berichtslaeufe
000160*@Elementname   : akaopx.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Schnappschuss offene Posten               *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Liest den Bestand der offenen Posten (Status 2) und der  *
001800* Posten in Klaerung (Status 3) aller Abstimmkreise einmal *
001900* nach Uebernahme und Abgleich ueber AKA5OF (seitenweise)  *
002000* und schreibt ihn sortiert nach Abstimmkreis, Status und  *
002100* Lesefolge in den Schnappschuss OPXDAT (Kopf mit          *
002200* Schnappschuss-Id, Postensaetze, Trailer mit Anzahl,      *
002300* Betragssumme und Anzahl Abstimmkreise). Hochvolumige     *
002400* Abstimmkreise bleiben bei AKAHVZ und werden nur gezaehlt.*
002500* Die Berichtslaeufe lesen den Bestand ueber AKAOPXL; die  *
002600* Kontrolldatei OPXKTL wird je Schnappschuss neu begonnen. *
002700* Modus E (Extrakt, Vorgabe) erzeugt den Schnappschuss.    *
002800* Modus K (Kontrolle, nach den Berichtslaeufen) vergleicht *
002900* die Kontrollzeilen der Leser mit dem Trailer und weist   *
003000* je Leser GLEICHER STAND, ABWEICHUNG, DIREKTZUGRIFF oder  *
003100* KEIN ZUGRIFF aus. Steuerung ueber OPXPARM (optional).    *
003200* Im Laufregister meldet sich Modus K als AKAOPXK.         *
003300*@E-ELEMENTBESCHREIBUNG                                    *
003400*                                                          *
003500*@A-MODULAUFRUF                                            *
003600* AKA5OF  : Trefferliste offener APOs                      *
003700* AKARUN  : Zentrales Laufregister                         *
003800*@E-MODULAUFRUF                                            *
003900*                                                          *
004000*@A-COBOL-COPY                                             *
004100* Benoetigte COBOL-Copies:                                 *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004400* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
004500* CKAI5OF2   : EINGABEBEREICH AKA5OF                       *
004600* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
004700* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
004800* CKAXIND    : INDICES AKA5OF                              *
004900* CKAOPXS    : SATZAUFBAU SCHNAPPSCHUSS OPXDAT             *
005000* CKAOPXK    : KONTROLLZEILE OPXKTL                        *
005100* CKAIRUN    : EINGABEBEREICH AKARUN                       *
005200*@E-COBOL-COPY                                             *
005300*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58810                                               *      D01
090052*     Neuanlage - gemeinsamer Schnappschuss der offenen    *      D01
090053*     und in Klaerung befindlichen Posten fuer die         *      D01
090054*     Berichtslaeufe, Kontrolle der Leser ueber OPXKTL.    *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAOPX.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT OPXPARM               ASSIGN TO "OPXPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300     SELECT OPXARB                ASSIGN TO "OPXARB"
101400                                  ORGANIZATION IS LINE SEQUENTIAL.
101500     SELECT OPXSRT                ASSIGN TO "OPXSRT"
101600                                  ORGANIZATION IS LINE SEQUENTIAL.
101700     SELECT OPXSORT               ASSIGN TO "OPXSORT".
101800     SELECT OPXDAT                ASSIGN TO "OPXDAT"
101900                                  ORGANIZATION IS LINE SEQUENTIAL
102000                                  FILE STATUS IS H-DAT-FS.
102100     SELECT OPXKTL                ASSIGN TO "OPXKTL"
102200                                  ORGANIZATION IS LINE SEQUENTIAL
102300                                  FILE STATUS IS H-KTL-FS.
102400     SELECT OPXAUS                ASSIGN TO "OPXAUS"
102500                                  ORGANIZATION IS LINE SEQUENTIAL.
102600 DATA DIVISION.
102700 FILE SECTION.
102800 FD  OPXPARM
102900     RECORDING MODE IS F.
103000 01  OPX-PARM-SATZ.
103100     05 OPX-P-MODUS               PIC X(001).
103200     05 FILLER                    PIC X(079).
103300 FD  OPXARB
103400     RECORDING MODE IS F.
103500 01  OPX-ARB-SATZ                 PIC X(1040).
103600 FD  OPXSRT
103700     RECORDING MODE IS F.
103800 01  OPX-SRT-SATZ                 PIC X(1040).
103900 SD  OPXSORT.
104000 01  OPX-SORT-SATZ.
104100     05 OPX-S-SATZART             PIC X(001).
104200     05 OPX-S-ABSTIMMKREIS-NR     PIC 9(005).
104300     05 OPX-S-STATUS              PIC 9(001).
104400     05 OPX-S-LFD-NR              PIC 9(009).
104500     05 FILLER                    PIC X(1024).
104600 FD  OPXDAT
104700     RECORDING MODE IS F.
104800 01  OPX-DAT-SATZ                 PIC X(1040).
104900 FD  OPXKTL
105000     RECORDING MODE IS F.
105100 01  OPX-KTL-ZEILE                PIC X(094).
105200 FD  OPXAUS
105300     RECORDING MODE IS F.
105400 01  OPX-DRUCKZEILE               PIC X(130).
105500*---------------------------------------------------------------*
105600* WORKING-STORAGE-Section                                       *
105700*---------------------------------------------------------------*
105800 WORKING-STORAGE SECTION.
105900 01  VERS-INF.
106000     05  FILLER PIC X(13) VALUE "ELEM=akaopx  ".
106100     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106200/---------------------------------------------------------------*
106300* Konstanten                                                    *
106400*---------------------------------------------------------------*
106500 01  GS-KONSTANTEN.
106600     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
106700     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
106800     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
106900     20 C-01-STD-APO-LIST-SUCHE   PIC X(040) VALUE
107000                                  "01-STD-APO-LIST-SUCHE".
107100     20 C-AKAOPX                  PIC X(006) VALUE "AKAOPX".
107200     20 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
107300     20 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
107400     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
107500     20 C-MODUS-EXTRAKT           PIC X(001) VALUE "E".
107600     20 C-MODUS-KONTROLLE         PIC X(001) VALUE "K".
107700     20 C-J                       PIC X(001) VALUE "J".
107800     20 C-N                       PIC X(001) VALUE "N".
107900     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108000/---------------------------------------------------------------*
108100* Erwartete Leser des Schnappschusses (Berichtslaeufe)          *
108200*---------------------------------------------------------------*
108300 01  OPX-LESER-WERTE.
108400     05 FILLER PIC X(008) VALUE "AKAAGR".
108500     05 FILLER PIC X(008) VALUE "AKAESK".
108600     05 FILLER PIC X(008) VALUE "AKAKPI".
108700     05 FILLER PIC X(008) VALUE "AKAEOD".
108800     05 FILLER PIC X(008) VALUE "AKALQV".
108900     05 FILLER PIC X(008) VALUE "AKAMWE".
109000     05 FILLER PIC X(008) VALUE "AKAFXE".
109100     05 FILLER PIC X(008) VALUE "AKAPRI".
109200 01  OPX-LESER-TAB REDEFINES OPX-LESER-WERTE.
109300     05 OPX-LESER-PROGRAMM        PIC X(008) OCCURS 8.
109400 01  C-ANZ-LESER                  PIC 9(002) VALUE 8.
109500 01  OPX-LESER-GEMELDET.
109600     05 OPX-LESER-KZ              PIC X(001) OCCURS 8.
109700/---------------------------------------------------------------*
109800* Berichtszeilen OPXAUS                                         *
109900*---------------------------------------------------------------*
110000 01  OPX-KOPF-EXTRAKT.
110100     05 FILLER                    PIC X(036) VALUE
110200        "SCHNAPPSCHUSS OFFENE POSTEN  STAND: ".
110300     05 OPX-KE-LAUFDATUM          PIC 9(008).
110400     05 FILLER                    PIC X(006) VALUE "  ID: ".
110500     05 OPX-KE-ID                 PIC X(014).
110600     05 FILLER                    PIC X(066) VALUE SPACE.
110700 01  OPX-KOPF-EXT-SPALTEN.
110800     05 FILLER                    PIC X(040) VALUE
110900        "ABSTIMMKREIS   OFFEN  KLAERUNG          ".
111000     05 FILLER                    PIC X(040) VALUE
111100        "BETRAGSSUMME  HINWEIS                   ".
111200     05 FILLER                    PIC X(050) VALUE SPACE.
111300 01  OPX-AK-ZEILE.
111400     05 OPX-AZ-AK-NUMMER          PIC 9(005).
111500     05 FILLER                    PIC X(005) VALUE SPACE.
111600     05 OPX-AZ-OFFEN              PIC Z(008)9.
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 OPX-AZ-KLAERUNG           PIC Z(008)9.
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 OPX-AZ-SUMME              PIC -(015)9,999.
112100     05 FILLER                    PIC X(002) VALUE SPACE.
112200     05 OPX-AZ-HINWEIS            PIC X(030).
112300     05 FILLER                    PIC X(048) VALUE SPACE.
112400 01  OPX-ENDE-EXTRAKT.
112500     05 FILLER                    PIC X(017) VALUE
112600        "ABSTIMMKREISE:   ".
112700     05 OPX-EE-ANZ-AK             PIC Z(004)9.
112800     05 FILLER                    PIC X(017) VALUE
112900        "  HOCHVOLUMIG:   ".
113000     05 OPX-EE-ANZ-HVZ            PIC Z(004)9.
113100     05 FILLER                    PIC X(012) VALUE
113200        "  POSTEN:   ".
113300     05 OPX-EE-ANZ-POSTEN         PIC Z(008)9.
113400     05 FILLER                    PIC X(010) VALUE
113500        "  SUMME:  ".
113600     05 OPX-EE-SUMME              PIC -(015)9,999.
113700     05 FILLER                    PIC X(011) VALUE
113800        "  FEHLER:  ".
113900     05 OPX-EE-FEHLER             PIC Z(004)9.
114000     05 FILLER                    PIC X(019) VALUE SPACE.
114100 01  OPX-KOPF-KONTROLLE.
114200     05 FILLER                    PIC X(036) VALUE
114300        "KONTROLLE SCHNAPPSCHUSS      STAND: ".
114400     05 OPX-KK-LAUFDATUM          PIC 9(008).
114500     05 FILLER                    PIC X(006) VALUE "  ID: ".
114600     05 OPX-KK-ID                 PIC X(014).
114700     05 FILLER                    PIC X(010) VALUE "  POSTEN: ".
114800     05 OPX-KK-ANZ-POSTEN         PIC Z(008)9.
114900     05 FILLER                    PIC X(009) VALUE "  SUMME: ".
115000     05 OPX-KK-SUMME              PIC -(015)9,999.
115100     05 FILLER                    PIC X(018) VALUE SPACE.
115200 01  OPX-KOPF-KTL-SPALTEN.
115300     05 FILLER                    PIC X(040) VALUE
115400        "PROGRAMM  ZEITPUNKT       ERGEBNIS      ".
115500     05 FILLER                    PIC X(040) VALUE
115600        "    POSTEN          BETRAGSSUMME  GRUND ".
115700     05 FILLER                    PIC X(050) VALUE SPACE.
115800 01  OPX-KTL-ZEILE-AUS.
115900     05 OPX-KA-PROGRAMM           PIC X(008).
116000     05 FILLER                    PIC X(002) VALUE SPACE.
116100     05 OPX-KA-ZEITPUNKT          PIC X(014).
116200     05 FILLER                    PIC X(002) VALUE SPACE.
116300     05 OPX-KA-ERGEBNIS           PIC X(014).
116400     05 OPX-KA-ANZ-POSTEN         PIC Z(008)9.
116500     05 FILLER                    PIC X(001) VALUE SPACE.
116600     05 OPX-KA-SUMME              PIC -(015)9,999.
116700     05 FILLER                    PIC X(002) VALUE SPACE.
116800     05 OPX-KA-GRUND              PIC X(030).
116900     05 FILLER                    PIC X(028) VALUE SPACE.
117000 01  OPX-ENDE-KONTROLLE.
117100     05 FILLER                    PIC X(017) VALUE
117200        "GLEICHER STAND:  ".
117300     05 OPX-EK-GLEICH             PIC Z(003)9.
117400     05 FILLER                    PIC X(015) VALUE
117500        "  ABWEICHUNG:  ".
117600     05 OPX-EK-ABWEICHUNG         PIC Z(003)9.
117700     05 FILLER                    PIC X(018) VALUE
117800        "  DIREKTZUGRIFF:  ".
117900     05 OPX-EK-DIREKT             PIC Z(003)9.
118000     05 FILLER                    PIC X(017) VALUE
118100        "  KEIN ZUGRIFF:  ".
118200     05 OPX-EK-KEIN-ZUGRIFF       PIC Z(003)9.
118300     05 FILLER                    PIC X(047) VALUE SPACE.
118400 01  OPX-MELDUNG-ZEILE.
118500     05 FILLER                    PIC X(009) VALUE "HINWEIS: ".
118600     05 OPX-MZ-TEXT               PIC X(060).
118700     05 FILLER                    PIC X(061) VALUE SPACE.
118800/---------------------------------------------------------------*
118900* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
119000*---------------------------------------------------------------*
119100  COPY DCTGRCGE.
119200  COPY CGSOVER.
119300  COPY CKA0AKRS.
119400  COPY CKAI5OF2.
119500  COPY CKAI5OF3.
119600  COPY CKAO5OF2.
119700  COPY CKAXIND.
119800  COPY CKAOPXS.
119900  COPY CKAOPXK.
120000 01  DUMMY                        PIC X(001).
120100  COPY CKAIRUN.
120200 01  H-RUN-ZAEHLER.
120300     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
120400     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
120500     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
120600 01  C-LAUFREGISTER-KONSTANTEN.
120700     05 C-01-INT-LAUF-START       PIC X(040) VALUE
120800                                  "01-INT-LAUF-START".
120900     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
121000                                  "01-INT-LAUF-ENDE".
121100     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAOPX".
121200     05 C-RUN-PROGRAMM-KTL        PIC X(008) VALUE "AKAOPXK".
121300 01  H-RUN-PROGRAMM               PIC X(008).
121400 01  H-LAUFDATUM                  PIC 9(008).
121500/---------------------------------------------------------------*
121600* Hilfsvariable                                                 *
121700*---------------------------------------------------------------*
121800 01  H-PARM-FS                    PIC X(002).
121900 01  H-DAT-FS                     PIC X(002).
122000 01  H-KTL-FS                     PIC X(002).
122100 01  H-MODUS                      PIC X(001).
122200     88 MODUS-EXTRAKT             VALUE "E".
122300     88 MODUS-KONTROLLE           VALUE "K".
122400 01  H-AKRS-STATUS                PIC X(001).
122500     88 AKRS-GEFUNDEN             VALUE "J".
122600     88 AKRS-N-GEFUNDEN           VALUE "N".
122700 01  H-SEITE-KZ                   PIC X(001).
122800     88 SEITE-WEITER              VALUE "J".
122900     88 SEITE-FERTIG              VALUE "N".
123000 01  H-DATEI-KZ                   PIC X(001).
123100     88 DATEI-WEITER              VALUE "J".
123200     88 DATEI-ENDE                VALUE "N".
123300 01  H-SCHNAPPSCHUSS-KZ           PIC X(001).
123400     88 SCHNAPPSCHUSS-OK          VALUE "J".
123500     88 SCHNAPPSCHUSS-FEHLT       VALUE "N".
123600 01  H-TIMESTAMP-FIELDS.
123700     05 H-TIMESTAMP               PIC X(014).
123800     05 FILLER                    PIC X(007).
123900 01  H-SCHNAPPSCHUSS-ID           PIC X(014).
124000 01  H-STATUS-LAUF                PIC 9(001).
124100 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
124200 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
124300 01  H-INDEX                      PIC 9(003) COMP-3.
124400 01  H-LESER-IND                  PIC 9(002) COMP-3.
124500 01  H-LFD-NR                     PIC 9(009) VALUE ZERO.
124600 01  H-LETZTER-AK                 PIC 9(005).
124700 01  H-AK-OFFEN                   PIC 9(009) COMP-3.
124800 01  H-AK-KLAERUNG                PIC 9(009) COMP-3.
124900 01  H-AK-SUMME                   PIC S9(015)V9(003) COMP-3.
125000 01  H-ANZ-AK                     PIC 9(005) COMP-3 VALUE ZERO.
125100 01  H-ANZ-AK-DATEI               PIC 9(005) VALUE ZERO.
125200 01  H-ANZ-HVZ                    PIC 9(005) COMP-3 VALUE ZERO.
125300 01  H-ANZ-POSTEN                 PIC 9(009) VALUE ZERO.
125400 01  H-SUMME-BETRAG               PIC S9(015)V9(003) VALUE ZERO.
125500 01  H-ANZ-FEHLER                 PIC 9(005) COMP-3 VALUE ZERO.
125600 01  H-T-ANZ-POSTEN               PIC 9(009) VALUE ZERO.
125700 01  H-T-SUMME-BETRAG             PIC S9(015)V9(003) VALUE ZERO.
125800 01  H-K-LAUFDATUM                PIC 9(008) VALUE ZERO.
125900 01  H-ANZ-GLEICH                 PIC 9(004) COMP-3 VALUE ZERO.
126000 01  H-ANZ-ABWEICHUNG             PIC 9(004) COMP-3 VALUE ZERO.
126100 01  H-ANZ-DIREKT                 PIC 9(004) COMP-3 VALUE ZERO.
126200 01  H-ANZ-KEIN-ZUGRIFF           PIC 9(004) COMP-3 VALUE ZERO.
126300/****************************************************************
126400 PROCEDURE DIVISION.
126500*****************************************************************
126600 0000-MAINLINE SECTION.
126700 0000-MAINLINE-1001.
126800     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
126900     IF MODUS-EXTRAKT
127000     THEN
127100       PERFORM 2000-EXTRAKT       THRU 2000-EXTRAKT-EXIT
127200       PERFORM 3000-SCHNAPPSCHUSS THRU 3000-SCHNAPPSCHUSS-EXIT
127300     ELSE
127400       PERFORM 4000-KONTROLLE     THRU 4000-KONTROLLE-EXIT
127500     END-IF
127600     PERFORM 8100-LAUFREGISTER-ENDE
127700                              THRU 8100-LAUFREGISTER-ENDE-EXIT
127800     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
127900     STOP RUN
128000     .
128100 0000-MAINLINE-1002.
128200     EXIT.
128300/---------------------------------------------------------------*
128400* Initialisierung: Modus aus OPXPARM (optional, Vorgabe E),     *
128500* Schnappschuss-Id aus dem Zeitstempel nach dem Laufstart      *
128600*---------------------------------------------------------------*
128700 1000-INITIALISIERUNG SECTION.
128800 1000-INITIALISIERUNG-1001.
128900     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
129200     MOVE C-MODUS-EXTRAKT         TO H-MODUS
129300     OPEN INPUT OPXPARM
129400     IF H-PARM-FS                 = "00"
129500     THEN
129600       READ OPXPARM
129700         NOT AT END
129800           IF OPX-P-MODUS         = C-MODUS-KONTROLLE
129900           THEN
130000             MOVE OPX-P-MODUS     TO H-MODUS
130100           END-IF
130200       END-READ
130300       CLOSE OPXPARM
130400     END-IF
130500*    Kontrolllauf unter eigenem Namen im Laufregister, damit er
130600*    nicht als Doppellauf des Extrakts gezaehlt wird
130700     IF MODUS-KONTROLLE
130800     THEN
130900       MOVE C-RUN-PROGRAMM-KTL    TO H-RUN-PROGRAMM
131000     ELSE
131100       MOVE C-RUN-PROGRAMM        TO H-RUN-PROGRAMM
131200     END-IF
131300     PERFORM 8000-LAUFREGISTER-START
131400                              THRU 8000-LAUFREGISTER-START-EXIT
131410*    Schnappschuss-Id erst nach dem Startsatz bilden: sie liegt
131420*    damit zwischen Start und Ende dieses Laufs im Laufregister
131430*    (Aktualitaetspruefung in AKAOPXL)
131440     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
131450     MOVE H-TIMESTAMP             TO H-SCHNAPPSCHUSS-ID
131500     OPEN OUTPUT OPXAUS
131600     .
131700 1000-INITIALISIERUNG-1002.
131800 1000-INITIALISIERUNG-EXIT.
131900     EXIT.
132000/---------------------------------------------------------------*
132100* Extrakt: alle Abstimmkreise durchlaufen, offene Posten und    *
132200* Posten in Klaerung in die Arbeitsdatei OPXARB schreiben       *
132300*---------------------------------------------------------------*
132400 2000-EXTRAKT SECTION.
132500 2000-EXTRAKT-1001.
132600     OPEN OUTPUT OPXARB
132700     MOVE H-LAUFDATUM             TO OPX-KE-LAUFDATUM
132800     MOVE H-SCHNAPPSCHUSS-ID      TO OPX-KE-ID
132900     MOVE OPX-KOPF-EXTRAKT        TO OPX-DRUCKZEILE
133000     WRITE OPX-DRUCKZEILE
133100     MOVE OPX-KOPF-EXT-SPALTEN    TO OPX-DRUCKZEILE
133200     WRITE OPX-DRUCKZEILE
133300     MOVE C-1                     TO H-LFD-ZEILE
133400     PERFORM 2100-LESEN-AKRS-ZEILE
133500                              THRU 2100-LESEN-AKRS-ZEILE-EXIT
133600     PERFORM UNTIL AKRS-N-GEFUNDEN
133700       PERFORM 2200-AK-VERARBEITEN
133800                              THRU 2200-AK-VERARBEITEN-EXIT
133900       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
134000       PERFORM 2100-LESEN-AKRS-ZEILE
134100                              THRU 2100-LESEN-AKRS-ZEILE-EXIT
134200     END-PERFORM
134300     CLOSE OPXARB
134400     .
134500 2000-EXTRAKT-1002.
134600 2000-EXTRAKT-EXIT.
134700     EXIT.
134800/---------------------------------------------------------------*
134900* Zeile aus KA03AKRS lesen                                      *
135000*---------------------------------------------------------------*
135100 2100-LESEN-AKRS-ZEILE SECTION.
135200 2100-LESEN-AKRS-ZEILE-1001.
135300     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
135400     CALL "CGSTAB" USING
135500          C-TAB-LESEN-ZEILE
135600          C-KONFIG-ID-KA
135700          C-OBJEKT-TAB-KA03AKRS
135800          GSOVER-VERSTAENDIGUNGSBEREICH
135900          KA0AKRS-EINGABEBEREICH
136000          KA0AKRS-AUSGABEBEREICH
136100          DUMMY
136200     END-CALL
136300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
136400     THEN
136500       SET AKRS-GEFUNDEN          TO TRUE
136600       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
136700         ON SIZE ERROR CONTINUE
136800       END-ADD
136900     ELSE
137000       SET AKRS-N-GEFUNDEN        TO TRUE
137100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
137200     END-IF
137300     .
137400 2100-LESEN-AKRS-ZEILE-1002.
137500 2100-LESEN-AKRS-ZEILE-EXIT.
137600     EXIT.
137700/---------------------------------------------------------------*
137800* Ein Abstimmkreis: Status 2 und 3 lesen, Zeile im Bericht;     *
137900* hochvolumige Kreise liest AKAHVZ, sie werden nur gezaehlt     *
138000*---------------------------------------------------------------*
138100 2200-AK-VERARBEITEN SECTION.
138200 2200-AK-VERARBEITEN-1001.
138300     INITIALIZE OPX-AK-ZEILE
138400     MOVE KA0AKRS-AK-NUMMER       TO OPX-AZ-AK-NUMMER
138500     IF KA0AKRS-HOCHVOLUMEN-JA
138600     THEN
138700       ADD C-1                    TO H-ANZ-HVZ
138800       MOVE "HOCHVOLUMIG - ZUGRIFF AKAHVZ"
138900                                  TO OPX-AZ-HINWEIS
139000       MOVE OPX-AK-ZEILE          TO OPX-DRUCKZEILE
139100       WRITE OPX-DRUCKZEILE
139200       GO TO 2200-AK-VERARBEITEN-EXIT
139300     END-IF
139400     ADD C-1                      TO H-ANZ-AK
139500     MOVE ZERO                    TO H-AK-OFFEN
139600                                     H-AK-KLAERUNG
139700                                     H-AK-SUMME
139800     MOVE C-STATUS-OFFEN          TO H-STATUS-LAUF
139900     PERFORM 2300-STATUS-LESEN    THRU 2300-STATUS-LESEN-EXIT
140000     MOVE C-STATUS-KLAERUNG       TO H-STATUS-LAUF
140100     PERFORM 2300-STATUS-LESEN    THRU 2300-STATUS-LESEN-EXIT
140200     IF H-AK-OFFEN                = ZERO
140300        AND H-AK-KLAERUNG         = ZERO
140400        AND OPX-AZ-HINWEIS        = SPACE
140500     THEN
140600       GO TO 2200-AK-VERARBEITEN-EXIT
140700     END-IF
140800     MOVE H-AK-OFFEN              TO OPX-AZ-OFFEN
140900     MOVE H-AK-KLAERUNG           TO OPX-AZ-KLAERUNG
141000     MOVE H-AK-SUMME              TO OPX-AZ-SUMME
141100     MOVE OPX-AK-ZEILE            TO OPX-DRUCKZEILE
141200     WRITE OPX-DRUCKZEILE
141300     .
141400 2200-AK-VERARBEITEN-1002.
141500 2200-AK-VERARBEITEN-EXIT.
141600     EXIT.
141700/---------------------------------------------------------------*
141800* Posten eines Status seitenweise ueber AKA5OF lesen            *
141900*---------------------------------------------------------------*
142000 2300-STATUS-LESEN SECTION.
142100 2300-STATUS-LESEN-1001.
142200     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
142300     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
142400     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
142500     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
142600     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
142700     MOVE C-N
142800                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
142900     SET SEITE-WEITER             TO TRUE
143000     PERFORM UNTIL SEITE-FERTIG
143100       CALL "AKA5OF" USING
143200            C-01-STD-APO-LIST-SUCHE
143300            C-KONFIG-ID-KA
143400            C-AKAOPX
143500            GSOVER-VERSTAENDIGUNGSBEREICH
143600            KAI5OF3-EINGABEBEREICH
143700            KAO5OF2-AUSGABEBEREICH
143800            DUMMY
143900            KAXIND-INDICES
144000       END-CALL
144100       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
144200       THEN
144300         IF KAO5OF2-IND-LETZT     NOT = ZERO
144400         THEN
144500           PERFORM 2400-POSTEN-SCHREIBEN
144600                              THRU 2400-POSTEN-SCHREIBEN-EXIT
144700                                VARYING H-INDEX FROM 1 BY 1
144800                                UNTIL H-INDEX
144900                                      > KAO5OF2-IND-LETZT
145000         END-IF
145100         IF KAO5OF2-KZ-WEITER     = C-J
145200            AND KAO5OF2-IND-LETZT NOT = ZERO
145300         THEN
145400           MOVE C-J
145500                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
145600         ELSE
145700           SET SEITE-FERTIG       TO TRUE
145800         END-IF
145900       ELSE
146000*        Lesefehler: Kreis im Bericht markieren, der Schnappschuss
146100*        wird trotzdem geschrieben
146200         ADD C-1                  TO H-ANZ-FEHLER
146300         MOVE "FEHLER BEIM LESEN UEBER AKA5OF"
146400                                  TO OPX-AZ-HINWEIS
146500         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
146600         SET SEITE-FERTIG         TO TRUE
146700       END-IF
146800     END-PERFORM
146900     .
147000 2300-STATUS-LESEN-1002.
147100 2300-STATUS-LESEN-EXIT.
147200     EXIT.
147300/---------------------------------------------------------------*
147400* Einen Posten mit Schliessungsangaben in OPXARB schreiben      *
147500*---------------------------------------------------------------*
147600 2400-POSTEN-SCHREIBEN SECTION.
147700 2400-POSTEN-SCHREIBEN-1001.
147800     ADD C-1                      TO H-LFD-NR
147900     ADD C-1                      TO H-RUN-ANZ-GELESEN
148000     INITIALIZE KAOPXS-SATZ
148100     SET KAOPXS-POSTEN            TO TRUE
148200     MOVE KA0AKRS-AK-NUMMER       TO KAOPXS-ABSTIMMKREIS-NR
148300     MOVE H-STATUS-LAUF           TO KAOPXS-STATUS
148400     MOVE H-LFD-NR                TO KAOPXS-LFD-NR
148500     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
148600                                  TO KAOPXS-BETRAG
148700     MOVE KAO5OF2-BERECHTIGUNG    TO KAOPXS-BERECHTIGUNG
148800     MOVE KAO5OF2-NOT-USER-SCHLI  TO KAOPXS-NOT-USER-SCHLI
148900     MOVE KAO5OF2-ABSTIMM-POS-SATZ (H-INDEX)
149000                                  TO KAOPXS-ABSTIMM-POS-SATZ
149100     MOVE KAO5OF2-SCHLIESSUNG-SATZ (H-INDEX)
149200                                  TO KAOPXS-SCHLIESSUNG-SATZ
149300     WRITE OPX-ARB-SATZ           FROM KAOPXS-SATZ
149400     IF H-STATUS-LAUF             = C-STATUS-OFFEN
149500     THEN
149600       ADD C-1                    TO H-AK-OFFEN
149700     ELSE
149800       ADD C-1                    TO H-AK-KLAERUNG
149900     END-IF
150000     ADD KAOPXS-BETRAG            TO H-AK-SUMME
150100     .
150200 2400-POSTEN-SCHREIBEN-1002.
150300 2400-POSTEN-SCHREIBEN-EXIT.
150400     EXIT.
150500/---------------------------------------------------------------*
150600* Sortieren und Schnappschuss OPXDAT mit Kopf und Trailer       *
150700* schreiben; Kontrolldatei OPXKTL fuer die Leser neu beginnen   *
150800*---------------------------------------------------------------*
150900 3000-SCHNAPPSCHUSS SECTION.
151000 3000-SCHNAPPSCHUSS-1001.
151100     SORT OPXSORT
151200          ON ASCENDING KEY OPX-S-ABSTIMMKREIS-NR
151300                           OPX-S-STATUS
151400                           OPX-S-LFD-NR
151500          USING OPXARB
151600          GIVING OPXSRT
151700     OPEN INPUT  OPXSRT
151800     OPEN OUTPUT OPXDAT
151900     INITIALIZE KAOPXS-SATZ
152000     SET KAOPXS-KOPF              TO TRUE
152100     MOVE H-SCHNAPPSCHUSS-ID      TO KAOPXS-SCHNAPPSCHUSS-ID
152200     MOVE H-LAUFDATUM             TO KAOPXS-LAUFDATUM
152300     WRITE OPX-DAT-SATZ           FROM KAOPXS-SATZ
152400     MOVE ZERO                    TO H-LETZTER-AK
152500     SET DATEI-WEITER             TO TRUE
152600     PERFORM 3100-SATZ-UEBERNEHMEN
152700                              THRU 3100-SATZ-UEBERNEHMEN-EXIT
152800             UNTIL DATEI-ENDE
152900     INITIALIZE KAOPXS-SATZ
153000     SET KAOPXS-TRAILER           TO TRUE
153100     MOVE H-SCHNAPPSCHUSS-ID      TO KAOPXS-T-SCHNAPPSCHUSS-ID
153200     MOVE H-ANZ-POSTEN            TO KAOPXS-T-ANZ-POSTEN
153300     MOVE H-SUMME-BETRAG          TO KAOPXS-T-SUMME-BETRAG
153400     MOVE H-ANZ-AK-DATEI          TO KAOPXS-T-ANZ-AK
153500     WRITE OPX-DAT-SATZ           FROM KAOPXS-SATZ
153600     CLOSE OPXSRT
153700           OPXDAT
153800     OPEN OUTPUT OPXKTL
153900     CLOSE OPXKTL
154000     MOVE H-ANZ-POSTEN            TO H-RUN-ANZ-GESCHRIEBEN
154100     MOVE H-ANZ-FEHLER            TO H-RUN-ANZ-FEHLER
154200     .
154300 3000-SCHNAPPSCHUSS-1002.
154400 3000-SCHNAPPSCHUSS-EXIT.
154500     EXIT.
154600/---------------------------------------------------------------*
154700* Sortierten Satz uebernehmen und Kontrollsummen fortschreiben  *
154800*---------------------------------------------------------------*
154900 3100-SATZ-UEBERNEHMEN SECTION.
155000 3100-SATZ-UEBERNEHMEN-1001.
155100     READ OPXSRT                  INTO KAOPXS-SATZ
155200       AT END
155300         SET DATEI-ENDE           TO TRUE
155400         GO TO 3100-SATZ-UEBERNEHMEN-EXIT
155500     END-READ
155600     ADD C-1                      TO H-ANZ-POSTEN
155700     ADD KAOPXS-BETRAG            TO H-SUMME-BETRAG
155800     IF KAOPXS-ABSTIMMKREIS-NR    NOT = H-LETZTER-AK
155900     THEN
156000       ADD C-1                    TO H-ANZ-AK-DATEI
156100       MOVE KAOPXS-ABSTIMMKREIS-NR
156200                                  TO H-LETZTER-AK
156300     END-IF
156400     WRITE OPX-DAT-SATZ           FROM KAOPXS-SATZ
156500     .
156600 3100-SATZ-UEBERNEHMEN-1002.
156700 3100-SATZ-UEBERNEHMEN-EXIT.
156800     EXIT.
156900/---------------------------------------------------------------*
157000* Kontrolle: Kopf und Trailer des Schnappschusses lesen und     *
157100* jede Kontrollzeile der Leser damit vergleichen                *
157200*---------------------------------------------------------------*
157300 4000-KONTROLLE SECTION.
157400 4000-KONTROLLE-1001.
157500     MOVE SPACE                   TO OPX-LESER-GEMELDET
157600     PERFORM 4100-SCHNAPPSCHUSS-LESEN
157700                              THRU 4100-SCHNAPPSCHUSS-LESEN-EXIT
157800     MOVE H-K-LAUFDATUM           TO OPX-KK-LAUFDATUM
157900     MOVE H-SCHNAPPSCHUSS-ID      TO OPX-KK-ID
158000     MOVE H-T-ANZ-POSTEN          TO OPX-KK-ANZ-POSTEN
158100     MOVE H-T-SUMME-BETRAG        TO OPX-KK-SUMME
158200     MOVE OPX-KOPF-KONTROLLE      TO OPX-DRUCKZEILE
158300     WRITE OPX-DRUCKZEILE
158400     IF SCHNAPPSCHUSS-FEHLT
158500     THEN
158600       ADD C-1                    TO H-RUN-ANZ-FEHLER
158700       MOVE "SCHNAPPSCHUSS OPXDAT FEHLT ODER OHNE TRAILER"
158800                                  TO OPX-MZ-TEXT
158900       MOVE OPX-MELDUNG-ZEILE     TO OPX-DRUCKZEILE
159000       WRITE OPX-DRUCKZEILE
159100     END-IF
159200     MOVE SPACE                   TO OPX-DRUCKZEILE
159300     WRITE OPX-DRUCKZEILE
159400     MOVE OPX-KOPF-KTL-SPALTEN    TO OPX-DRUCKZEILE
159500     WRITE OPX-DRUCKZEILE
159600     OPEN INPUT OPXKTL
159700     IF H-KTL-FS                  = "00"
159800     THEN
159900       SET DATEI-WEITER           TO TRUE
160000       PERFORM 4200-KONTROLLZEILE THRU 4200-KONTROLLZEILE-EXIT
160100               UNTIL DATEI-ENDE
160200       CLOSE OPXKTL
160300     END-IF
160400*    erwartete Leser ohne Kontrollzeile
160500     PERFORM VARYING H-LESER-IND FROM 1 BY 1
160600             UNTIL H-LESER-IND    > C-ANZ-LESER
160700       IF OPX-LESER-KZ (H-LESER-IND) NOT = C-J
160800       THEN
160900         ADD C-1                  TO H-ANZ-KEIN-ZUGRIFF
161000         INITIALIZE OPX-KTL-ZEILE-AUS
161100         MOVE OPX-LESER-PROGRAMM (H-LESER-IND)
161200                                  TO OPX-KA-PROGRAMM
161300         MOVE "KEIN ZUGRIFF"      TO OPX-KA-ERGEBNIS
161400         MOVE OPX-KTL-ZEILE-AUS   TO OPX-DRUCKZEILE
161500         WRITE OPX-DRUCKZEILE
161600       END-IF
161700     END-PERFORM
161800     ADD H-ANZ-ABWEICHUNG H-ANZ-DIREKT
161900                                  TO H-RUN-ANZ-FEHLER
162000     .
162100 4000-KONTROLLE-1002.
162200 4000-KONTROLLE-EXIT.
162300     EXIT.
162400/---------------------------------------------------------------*
162500* Kopf und Trailer aus OPXDAT lesen                             *
162600*---------------------------------------------------------------*
162700 4100-SCHNAPPSCHUSS-LESEN SECTION.
162800 4100-SCHNAPPSCHUSS-LESEN-1001.
162900     SET SCHNAPPSCHUSS-FEHLT      TO TRUE
163000     MOVE SPACE                   TO H-SCHNAPPSCHUSS-ID
163100     OPEN INPUT OPXDAT
163200     IF H-DAT-FS                  NOT = "00"
163300     THEN
163400       GO TO 4100-SCHNAPPSCHUSS-LESEN-EXIT
163500     END-IF
163600     SET DATEI-WEITER             TO TRUE
163700     PERFORM UNTIL DATEI-ENDE
163800       READ OPXDAT                INTO KAOPXS-SATZ
163900         AT END
164000           SET DATEI-ENDE         TO TRUE
164100         NOT AT END
164200           ADD C-1                TO H-RUN-ANZ-GELESEN
164300           EVALUATE TRUE
164400           WHEN KAOPXS-KOPF
164500             MOVE KAOPXS-SCHNAPPSCHUSS-ID
164600                                  TO H-SCHNAPPSCHUSS-ID
164700             MOVE KAOPXS-LAUFDATUM
164800                                  TO H-K-LAUFDATUM
164900           WHEN KAOPXS-TRAILER
165000             MOVE KAOPXS-T-ANZ-POSTEN
165100                                  TO H-T-ANZ-POSTEN
165200             MOVE KAOPXS-T-SUMME-BETRAG
165300                                  TO H-T-SUMME-BETRAG
165400             IF KAOPXS-T-SCHNAPPSCHUSS-ID
165500                                  = H-SCHNAPPSCHUSS-ID
165600             THEN
165700               SET SCHNAPPSCHUSS-OK
165800                                  TO TRUE
165900             END-IF
166000             SET DATEI-ENDE       TO TRUE
166100           WHEN OTHER
166200             CONTINUE
166300           END-EVALUATE
166400       END-READ
166500     END-PERFORM
166600     CLOSE OPXDAT
166700     .
166800 4100-SCHNAPPSCHUSS-LESEN-1002.
166900 4100-SCHNAPPSCHUSS-LESEN-EXIT.
167000     EXIT.
167100/---------------------------------------------------------------*
167200* Eine Kontrollzeile bewerten und ausgeben                      *
167300*---------------------------------------------------------------*
167400 4200-KONTROLLZEILE SECTION.
167500 4200-KONTROLLZEILE-1001.
167600     READ OPXKTL                  INTO KAOPXK-SATZ
167700       AT END
167800         SET DATEI-ENDE           TO TRUE
167900         GO TO 4200-KONTROLLZEILE-EXIT
168000     END-READ
168100     INITIALIZE OPX-KTL-ZEILE-AUS
168200     MOVE KAOPXK-PROGRAMM         TO OPX-KA-PROGRAMM
168300     MOVE KAOPXK-ZEITPUNKT        TO OPX-KA-ZEITPUNKT
168400     MOVE KAOPXK-ANZ-POSTEN       TO OPX-KA-ANZ-POSTEN
168500     MOVE KAOPXK-SUMME-BETRAG     TO OPX-KA-SUMME
168600     MOVE KAOPXK-GRUND            TO OPX-KA-GRUND
168700     EVALUATE TRUE
168800     WHEN KAOPXK-DIREKT
168900       ADD C-1                    TO H-ANZ-DIREKT
169000       MOVE "DIREKTZUGRIFF"       TO OPX-KA-ERGEBNIS
169100     WHEN SCHNAPPSCHUSS-OK
169200          AND KAOPXK-SCHNAPPSCHUSS-ID
169300                                  = H-SCHNAPPSCHUSS-ID
169400          AND KAOPXK-ANZ-POSTEN   = H-T-ANZ-POSTEN
169500          AND KAOPXK-SUMME-BETRAG = H-T-SUMME-BETRAG
169600       ADD C-1                    TO H-ANZ-GLEICH
169700       MOVE "GLEICHER STAND"      TO OPX-KA-ERGEBNIS
169800     WHEN OTHER
169900       ADD C-1                    TO H-ANZ-ABWEICHUNG
170000       MOVE "ABWEICHUNG"          TO OPX-KA-ERGEBNIS
170100       IF KAOPXK-SCHNAPPSCHUSS-ID NOT = H-SCHNAPPSCHUSS-ID
170200       THEN
170300         MOVE "ANDERER SCHNAPPSCHUSS"
170400                                  TO OPX-KA-GRUND
170500       END-IF
170600     END-EVALUATE
170700     PERFORM VARYING H-LESER-IND FROM 1 BY 1
170800             UNTIL H-LESER-IND    > C-ANZ-LESER
170900       IF OPX-LESER-PROGRAMM (H-LESER-IND) = KAOPXK-PROGRAMM
171000       THEN
171100         MOVE C-J                 TO OPX-LESER-KZ (H-LESER-IND)
171200       END-IF
171300     END-PERFORM
171400     MOVE OPX-KTL-ZEILE-AUS       TO OPX-DRUCKZEILE
171500     WRITE OPX-DRUCKZEILE
171600     .
171700 4200-KONTROLLZEILE-1002.
171800 4200-KONTROLLZEILE-EXIT.
171900     EXIT.
172000/---------------------------------------------------------------*
172100* Start im zentralen Laufregister melden                        *
172200*---------------------------------------------------------------*
172300 8000-LAUFREGISTER-START SECTION.
172400 8000-LAUFREGISTER-START-1001.
172500     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
172600     MOVE H-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
172700     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
172800     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
172900                                     KAIRUN-ANZ-GESCHRIEBEN
173000                                     KAIRUN-ANZ-FEHLER
173100     CALL "AKARUN"
173200     USING KAIRUN-EINGABEBEREICH
173300           GSOVER-VERSTAENDIGUNGSBEREICH
173400     END-CALL
173500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
173600     .
173700 8000-LAUFREGISTER-START-1002.
173800 8000-LAUFREGISTER-START-EXIT.
173900     EXIT.
174000/---------------------------------------------------------------*
174100* Ende mit Kontrollsummen im zentralen Laufregister melden      *
174200*---------------------------------------------------------------*
174300 8100-LAUFREGISTER-ENDE SECTION.
174400 8100-LAUFREGISTER-ENDE-1001.
174500     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
174600     MOVE H-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
174700     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
174800     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
174900     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
175000     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
175100     CALL "AKARUN"
175200     USING KAIRUN-EINGABEBEREICH
175300           GSOVER-VERSTAENDIGUNGSBEREICH
175400     END-CALL
175500     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
175600     .
175700 8100-LAUFREGISTER-ENDE-1002.
175800 8100-LAUFREGISTER-ENDE-EXIT.
175900     EXIT.
176000/---------------------------------------------------------------*
176100* Programmende: Summen                                          *
176200*---------------------------------------------------------------*
176300 9999-EXIT SECTION.
176400 9999-EXIT-1001.
176500     MOVE SPACE                   TO OPX-DRUCKZEILE
176600     WRITE OPX-DRUCKZEILE
176700     IF MODUS-EXTRAKT
176800     THEN
176900       MOVE H-ANZ-AK              TO OPX-EE-ANZ-AK
177000       MOVE H-ANZ-HVZ             TO OPX-EE-ANZ-HVZ
177100       MOVE H-ANZ-POSTEN          TO OPX-EE-ANZ-POSTEN
177200       MOVE H-SUMME-BETRAG        TO OPX-EE-SUMME
177300       MOVE H-ANZ-FEHLER          TO OPX-EE-FEHLER
177400       MOVE OPX-ENDE-EXTRAKT      TO OPX-DRUCKZEILE
177500     ELSE
177600       MOVE H-ANZ-GLEICH          TO OPX-EK-GLEICH
177700       MOVE H-ANZ-ABWEICHUNG      TO OPX-EK-ABWEICHUNG
177800       MOVE H-ANZ-DIREKT          TO OPX-EK-DIREKT
177900       MOVE H-ANZ-KEIN-ZUGRIFF    TO OPX-EK-KEIN-ZUGRIFF
178000       MOVE OPX-ENDE-KONTROLLE    TO OPX-DRUCKZEILE
178100     END-IF
178200     WRITE OPX-DRUCKZEILE
178300     CLOSE OPXAUS
178400     .
178500 9999-EXIT-1002.
178600 9999-EXIT-EXIT.
178700     EXIT.
