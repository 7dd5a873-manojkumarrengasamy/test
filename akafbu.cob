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
000160*@Titel         : Fachbereichs-Umstellung
000160*@Elementname   : akafbu.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Fachbereichs-Umstellung                   *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Gefuehrter Lauf fuer die Stilllegung eines Fachbereichs- *
001800* codes bzw. die Zusammenlegung zweier Fachbereiche        *
001900* (FBUPARM: alter und neuer Fachbereich, Modus, Benutzer). *
002000* Betroffen sind:                                          *
002100*   KA00AKFB  Fachbereichszuordnung (auch die Eskalations- *
002200*             ziele, ESKALATION-AKTIV = J),                *
002300*   KA01AKRS  Standard-Fachbereich der Abstimmkreise,      *
002400*   KA00AKFR  Fachbereichs-Berechtigungen (der Eintrag zum *
002500*             alten Code entfaellt, fuer berechtigte       *
002600*             Bearbeiter entsteht der zum neuen Code),     *
002700*   KA00AKDG  Digest-Einstellung (ist fuer den neuen Code  *
002800*             bereits eine vorhanden, gilt diese),         *
002900*   KA02AKDL  Freigabe-Delegationen,                       *
003000*   APO       offene und in Klaerung befindliche Posten    *
003100*             (Status 2 und 3) ueber AKA4OF                *
003200*             01-STD-APO-AEN-BEM-FB; AKA4OF schreibt dabei *
003300*             je Posten die Wechsel-Historie KA02AKFW.     *
003400* Modus P (Probelauf): nur Zaehlen und Ausweisen.          *
003500* Modus E (Einstellen): die Stammdaten-Aenderungen werden  *
003600*   mit dem Benutzer aus FBUPARM als Erfasser ueber KKA4PD *
003700*   zur Vier-Augen-Freigabe eingestellt (KA02AKPD); eine   *
003800*   bereits schwebende fremde Aenderung bleibt unberuehrt. *
003900* Modus A (Ausfuehren, zweiter Benutzer): zuerst werden    *
004000*   alle Stammdaten-Aenderungen gegen KA02AKPD vorgeprueft *
004100*   (schwebend, gleiche Aktion, Erfasser ungleich dem      *
004200*   Benutzer aus FBUPARM - sonst KA4902 bzw. KA4901 und    *
004300*   der Lauf aendert nichts). Dann werden die Posten je    *
004400*   Abstimmkreis unter der Sperre AKALCK umgehaengt und    *
004500*   die Aenderungen ueber KKA4PD aktiviert und mit dem     *
004600*   eingestellten Satzbild geschrieben.                    *
004700* FBUAUS weist je Bereich die Anzahl zum alten und zum     *
004800* neuen Code vor (und im Modus A nach) dem Lauf aus, dazu  *
004900* jede geplante, eingestellte bzw. aktivierte Aenderung.   *
005000* Je Status zeigt AKA5OF hoechstens 200 Posten; eine       *
005100* volle Trefferseite wird in der Postenzaehlung vermerkt.  *
005200* Im Laufregister AKARUN: gelesen = ermittelte Aender-     *
005300* ungen und Posten, geschrieben = eingestellte bzw.        *
005400* aktivierte Aenderungen und umgehaengte Posten,           *
005500* Fehler = abgewiesene Aenderungen und Posten.             *
005600*@E-ELEMENTBESCHREIBUNG                                    *
005700*                                                          *
005800*@A-MODULAUFRUF                                            *
005900* CGSTAB  : Tabellenzugriff und Zeilenscans                *
006000* AKA5OF  : Postenliste je Abstimmkreis und Status         *
006100* AKA4OF  : Fachbereich eines Postens aendern (CGSAUF)     *
006200* KKA4PD  : Vier-Augen-Prinzip (schwebende Aenderung)      *
006300* AKALCK  : Abstimmkreis-Sperre                            *
006400* AKARUN  : Zentrales Laufregister                         *
006500*@E-MODULAUFRUF                                            *
006600*                                                          *
006700*@A-COBOL-COPY                                             *
006800* Benoetigte COBOL-Copies:                                 *
006900* DCTGRCGE   : RETURNCODE GEWICHTE                         *
007000* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
007100* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
007200* CKA0AKFB   : ZEILENSCAN KA03AKFB                         *
007300* CKAI0AKF   : EINGABEBEREICH KA00AKFB                     *
007400* CKAO0AKF   : AUSGABEBEREICH KA00AKFB                     *
007500* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
007600* CKAI0AKR   : EINGABEBEREICH KA01AKRS                     *
007700* CKAO0AKR   : AUSGABEBEREICH KA01AKRS                     *
007800* CKA0AKFR   : ZEILENSCAN KA03AKFR                         *
007900* CKAI0AKZ   : EINGABEBEREICH KA00AKFR                     *
008000* CKAO0AKZ   : AUSGABEBEREICH KA00AKFR                     *
008100* CKAI0AKN   : EINGABEBEREICH KA00AKDG                     *
008200* CKAO0AKN   : AUSGABEBEREICH KA00AKDG                     *
008300* CKA0AKDL   : ZEILENSCAN KA03AKDL                         *
008400* CKAI0AKD   : EINGABEBEREICH KA02AKDL                     *
008500* CKAO0AKD   : AUSGABEBEREICH KA02AKDL                     *
008600* CKAIPD     : SCHNITTSTELLE KKA4PD                        *
008700* CKAI0APD   : EINGABEBEREICH KA02AKPD                     *
008800* CKAO0APD   : AUSGABEBEREICH KA02AKPD                     *
008900* CKAI5OF2   : EINGABEBEREICH AKA5OF                       *
009000* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
009100* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
009200* DKAXIND    : INDICES AKA5OF                              *
009300* CKAXIND    : INDICES AKA5OF                              *
009400* CKAI4OF1   : EINGABEBEREICH AKA4OF                       *
009500* CKAILCK    : EINGABEBEREICH AKALCK                       *
009600* CKAO0AKX   : AUSGABEBEREICH AKALCK                       *
009700* CKAIRUN    : EINGABEBEREICH AKARUN                       *
009800*@E-COBOL-COPY                                             *
009900*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58816                                               *      D01
090052*     Neuanlage - gefuehrte Umstellung eines Fachbereichs- *      D01
090053*     codes mit Probelauf und Vier-Augen-Freigabe.         *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAFBU.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT FBUPARM               ASSIGN TO "FBUPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT FBUAUS                ASSIGN TO "FBUAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  FBUPARM
101700     RECORDING MODE IS F.
101800 01  FBU-PARM-SATZ.
101900     05 FBU-P-ALT-FB              PIC X(004).
102000     05 FILLER                    PIC X(001).
102100     05 FBU-P-NEU-FB              PIC X(004).
102200     05 FILLER                    PIC X(001).
102300     05 FBU-P-MODUS               PIC X(001).
102400        88 FBU-PROBELAUF          VALUE "P".
102500        88 FBU-EINSTELLEN         VALUE "E".
102600        88 FBU-AUSFUEHREN         VALUE "A".
102700     05 FILLER                    PIC X(001).
102800     05 FBU-P-BENUTZER            PIC X(008).
102900 FD  FBUAUS
103000     RECORDING MODE IS F.
103100 01  FBU-DRUCKZEILE               PIC X(120).
103200*---------------------------------------------------------------*
103300* WORKING-STORAGE-Section                                       *
103400*---------------------------------------------------------------*
103500 WORKING-STORAGE SECTION.
103600 01  VERS-INF.
103700     05  FILLER PIC X(13) VALUE "ELEM=akafbu  ".
103800     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103900/---------------------------------------------------------------*
104000* Konstanten                                                    *
104100*---------------------------------------------------------------*
104200 01  GS-KONSTANTEN.
104300     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104400     20 C-AKAFBU                  PIC X(006) VALUE "AKAFBU".
104500     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
104600     20 C-OBJEKT-AKA4OF           PIC X(020) VALUE "AKA4OF".
104700     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
104900     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
105000                                  VALUE "SCHREIBEN-EQUAL".
105100     20 C-TAB-LOESCHEN-EQUAL      PIC X(040)
105200                                  VALUE "LOESCHEN-EQUAL".
105300     20 C-OBJEKT-TAB-KA00AKFB     PIC X(009) VALUE "KA00AKFB".
105400     20 C-OBJEKT-TAB-KA03AKFB     PIC X(009) VALUE "KA03AKFB".
105500     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
105600     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
105700     20 C-OBJEKT-TAB-KA00AKFR     PIC X(009) VALUE "KA00AKFR".
105800     20 C-OBJEKT-TAB-KA03AKFR     PIC X(009) VALUE "KA03AKFR".
105900     20 C-OBJEKT-TAB-KA00AKDG     PIC X(009) VALUE "KA00AKDG".
106000     20 C-OBJEKT-TAB-KA02AKDL     PIC X(009) VALUE "KA02AKDL".
106100     20 C-OBJEKT-TAB-KA03AKDL     PIC X(009) VALUE "KA03AKDL".
106200     20 C-OBJEKT-TAB-KA02AKPD     PIC X(009) VALUE "KA02AKPD".
106300     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
106400                                  VALUE "01-STD-APO-LIST-SUCHE".
106500     20 C-01-STD-APO-AEN-BEM-FB   PIC X(040)
106600                                  VALUE "01-STD-APO-AEN-BEM-FB".
106700     20 C-01-INT-PD-EINSTELLEN    PIC X(040)
106800                                  VALUE "01-INT-PD-EINSTELLEN".
106900     20 C-01-INT-PD-AKTIVIEREN    PIC X(040)
107000                                  VALUE "01-INT-PD-AKTIVIEREN".
107100     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
107200     20 C-J                       PIC X(001) VALUE "J".
107300     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107400     20 C-MAX-TREFFER             PIC 9(003) VALUE 200.
107500     20 C-MAX-AENDERUNGEN         PIC 9(005) COMP-3 VALUE 500.
107600     20 C-OBJEKT-KA4901           PIC X(006) VALUE "KA4901".
107700     20 C-OBJEKT-KA4902           PIC X(006) VALUE "KA4902".
107800 01  C-AKTIONEN.
107900     05 C-AKTION-AENDERN          PIC X(008) VALUE "AENDERN".
108000     05 C-AKTION-NEUANL           PIC X(008) VALUE "NEUANL".
108100     05 C-AKTION-LOESCHEN         PIC X(008) VALUE "LOESCHEN".
108200 01  C-STATI.
108300     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
108400     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
108500 01  C-AKALCK-KONSTANTEN.
108600     05 C-01-INT-SPERREN          PIC X(040) VALUE
108700                                  "01-INT-SPERREN".
108800     05 C-01-INT-FREIGEBEN        PIC X(040) VALUE
108900                                  "01-INT-FREIGEBEN".
109000     05 C-INHABER-TYP-BATCH       PIC X(001) VALUE "B".
109100     05 C-INHABER-AKAFBU          PIC X(008) VALUE "AKAFBU".
109200/---------------------------------------------------------------*
109300* Bereiche der Zaehlung (Reihenfolge im Protokoll)              *
109400*---------------------------------------------------------------*
109500 01  C-BEREICHE.
109600     05 FILLER                    PIC X(009) VALUE "KA00AKFB".
109700     05 FILLER                    PIC X(009) VALUE "ESKALAT.".
109800     05 FILLER                    PIC X(009) VALUE "KA01AKRS".
109900     05 FILLER                    PIC X(009) VALUE "KA00AKFR".
110000     05 FILLER                    PIC X(009) VALUE "KA00AKDG".
110100     05 FILLER                    PIC X(009) VALUE "KA02AKDL".
110200     05 FILLER                    PIC X(009) VALUE "APO".
110300 01  C-BEREICH-TAB                REDEFINES C-BEREICHE.
110400     05 C-BEREICH-NAME            PIC X(009) OCCURS 7.
110500 01  C-BEREICH-INDIZES.
110600     05 C-B-AKFB                  PIC 9(001) VALUE 1.
110700     05 C-B-ESKALATION            PIC 9(001) VALUE 2.
110800     05 C-B-AKRS                  PIC 9(001) VALUE 3.
110900     05 C-B-AKFR                  PIC 9(001) VALUE 4.
111000     05 C-B-AKDG                  PIC 9(001) VALUE 5.
111100     05 C-B-AKDL                  PIC 9(001) VALUE 6.
111200     05 C-B-APO                   PIC 9(001) VALUE 7.
111300     05 C-B-ANZAHL                PIC 9(001) VALUE 7.
111400/---------------------------------------------------------------*
111500* Protokollzeile FBUAUS                                         *
111600*---------------------------------------------------------------*
111700 01  FBU-DETAIL.
111800     05 FBU-D-BEREICH             PIC X(009).
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 FBU-D-ART                 PIC X(012).
112100     05 FILLER                    PIC X(001) VALUE SPACE.
112200     05 FBU-D-ANZ-ALT             PIC Z(006)9.
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 FBU-D-ANZ-NEU             PIC Z(006)9.
112500     05 FILLER                    PIC X(001) VALUE SPACE.
112600     05 FBU-D-AKTION              PIC X(008).
112700     05 FILLER                    PIC X(001) VALUE SPACE.
112800     05 FBU-D-TEXT                PIC X(060).
112900     05 FILLER                    PIC X(001) VALUE SPACE.
113000     05 FBU-D-MELDUNG             PIC X(006).
113100     05 FILLER                    PIC X(005) VALUE SPACE.
113200/---------------------------------------------------------------*
113300* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
113400*---------------------------------------------------------------*
113500  COPY DCTGRCGE.
113600  COPY CGSOVER.
113700  COPY CGSTTAB.
113800  COPY CKA0AKFB.
113900  COPY CKAI0AKF.
114000  COPY CKAO0AKF.
114100  COPY CKA0AKRS.
114200  COPY CKAI0AKR.
114300  COPY CKAO0AKR.
114400  COPY CKA0AKFR.
114500  COPY CKAI0AKZ.
114600  COPY CKAO0AKZ.
114700  COPY CKAI0AKN.
114800  COPY CKAO0AKN.
114900  COPY CKA0AKDL.
115000  COPY CKAI0AKD.
115100  COPY CKAO0AKD.
115200  COPY CKAIPD.
115300  COPY CKAI0APD.
115400  COPY CKAO0APD.
115500  COPY DKAXIND.
115600  COPY CKAXIND.
115700  COPY CKAI5OF2.
115800  COPY CKAI5OF3.
115900  COPY CKAO5OF2.
116000  COPY CKAI4OF1.
116100  COPY CKAILCK.
116200  COPY CKAO0AKX.
116300  COPY CKAIRUN.
116400 01  DUMMY                        PIC X(001).
116500 01  H-RUN-ZAEHLER.
116600     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
116700     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
116800     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
116900 01  C-LAUFREGISTER-KONSTANTEN.
117000     05 C-01-INT-LAUF-START       PIC X(040) VALUE
117100                                  "01-INT-LAUF-START".
117200     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
117300                                  "01-INT-LAUF-ENDE".
117400     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAFBU".
117500/---------------------------------------------------------------*
117600* Ermittelte Stammdaten-Aenderungen (Tabelle, Satzschluessel,   *
117700* Aktion, altes und neues Satzbild wie bei KKA4PD)              *
117800*---------------------------------------------------------------*
117900 01  FBU-AENDERUNGEN.
118000     05 FBU-AE-EINTRAG            OCCURS 500.
118100        10 FBU-AE-TABELLE         PIC X(009).
118200        10 FBU-AE-SCHLUESSEL      PIC X(060).
118300        10 FBU-AE-AKTION          PIC X(008).
118400        10 FBU-AE-ALT-DATEN       PIC X(200).
118500        10 FBU-AE-NEU-DATEN       PIC X(200).
118600 01  H-AE-ARBEIT.
118700     05 H-AE-TABELLE              PIC X(009).
118800     05 H-AE-SCHLUESSEL           PIC X(060).
118900     05 H-AE-AKTION               PIC X(008).
119000     05 H-AE-ALT-DATEN            PIC X(200).
119100     05 H-AE-NEU-DATEN            PIC X(200).
119200/---------------------------------------------------------------*
119300* Zaehler je Bereich: Anzahl zum alten und zum neuen Code       *
119400*---------------------------------------------------------------*
119500 01  H-ZAEHL-TAB.
119600     05 H-ZAEHL-EINTRAG           OCCURS 7.
119700        10 H-ANZ-ALT              PIC 9(007) COMP-3.
119800        10 H-ANZ-NEU              PIC 9(007) COMP-3.
119900/---------------------------------------------------------------*
120000* Hilfsvariable                                                 *
120100*---------------------------------------------------------------*
120200 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
120300 01  H-AK-ZEILE                   PIC 9(009) COMP-3.
120400 01  H-SCAN-STATUS                PIC X(001).
120500     88 SCAN-GEFUNDEN             VALUE "J".
120600     88 SCAN-N-GEFUNDEN           VALUE "N".
120700 01  H-AK-STATUS                  PIC X(001).
120800     88 AK-GEFUNDEN               VALUE "J".
120900     88 AK-N-GEFUNDEN             VALUE "N".
121000 01  H-SAMMEL-KZ                  PIC X(001).
121100     88 SAMMELN-JA                VALUE "J".
121200     88 SAMMELN-NEIN              VALUE "N".
121300 01  H-UMHAENGE-KZ                PIC X(001).
121400     88 UMHAENGEN-JA              VALUE "J".
121500     88 UMHAENGEN-NEIN            VALUE "N".
121600 01  H-UEBERLAUF-KZ               PIC X(001).
121700     88 AE-UEBERLAUF              VALUE "J".
121800     88 AE-N-UEBERLAUF            VALUE "N".
121900 01  H-GRENZE-KZ                  PIC X(001).
122000     88 TREFFERGRENZE-ERREICHT    VALUE "J".
122100     88 TREFFERGRENZE-N-ERREICHT  VALUE "N".
122200 01  H-PARM-KZ                    PIC X(001).
122300     88 PARM-GUELTIG              VALUE "J".
122400     88 PARM-N-GUELTIG            VALUE "N".
122500 01  H-SUCH-FB                    PIC X(004).
122600 01  H-STATUS-LAUF                PIC 9(001).
122700 01  H-INDEX                      PIC 9(003) COMP-3.
122800 01  H-BEREICH                    PIC 9(001).
122900 01  H-AE-IND                     PIC 9(005) COMP-3.
123000 01  H-AE-ANZ                     PIC 9(005) COMP-3 VALUE ZERO.
123100 01  H-ANZ-SEITE                  PIC 9(003) COMP-3.
123200 01  H-ANZ-SEITE-OK               PIC 9(003) COMP-3.
123300 01  H-ANZ-ABGEWIESEN             PIC 9(007) COMP-3 VALUE ZERO.
123400 01  H-ANZ-VERARBEITET            PIC 9(007) COMP-3 VALUE ZERO.
123500 01  H-ANZ-UMGEHAENGT             PIC 9(007) COMP-3 VALUE ZERO.
123600 01  H-ANZ-POSTEN-FEHLER          PIC 9(007) COMP-3 VALUE ZERO.
123700 01  H-TAB-FUNKTION               PIC X(040).
123800 01  H-LAUFDATUM                  PIC 9(008).
123900/****************************************************************
124000 PROCEDURE DIVISION.
124100*****************************************************************
124200 0000-MAINLINE SECTION.
124300 0000-MAINLINE-1001.
124400     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
124500     IF PARM-N-GUELTIG
124600     THEN
124700       PERFORM 9999-EXIT          THRU 9999-EXIT-EXIT
124800       STOP RUN
124900     END-IF
125000*    Stand vorher: Stammdaten ermitteln und Posten zaehlen
125100     SET SAMMELN-JA               TO TRUE
125200     PERFORM 3000-STAMMDATEN-ERMITTELN
125300                          THRU 3000-STAMMDATEN-ERMITTELN-EXIT
125400     SET UMHAENGEN-NEIN           TO TRUE
125500     PERFORM 4000-POSTEN-VERARBEITEN
125600                          THRU 4000-POSTEN-VERARBEITEN-EXIT
125700     MOVE "VORHER"                TO FBU-D-ART
125800     PERFORM 7100-STAND-AUSGEBEN  THRU 7100-STAND-AUSGEBEN-EXIT
125900     IF AE-UEBERLAUF
126000        AND NOT FBU-PROBELAUF
126100     THEN
126200       INITIALIZE FBU-DETAIL
126300       MOVE "ABBRUCH"             TO FBU-D-ART
126400       MOVE C-MAX-AENDERUNGEN     TO FBU-D-ANZ-ALT
126500       MOVE "MEHR STAMMDATEN-AENDERUNGEN ALS VERARBEITBAR"
126600                                  TO FBU-D-TEXT
126700       PERFORM 7900-ZEILE-SCHREIBEN
126800                              THRU 7900-ZEILE-SCHREIBEN-EXIT
126900       ADD C-1                    TO H-RUN-ANZ-FEHLER
127000       GO TO 0000-MAINLINE-1003
127100     END-IF
127200     EVALUATE TRUE
127300     WHEN FBU-PROBELAUF
127400       PERFORM 5000-AENDERUNGEN-AUSWEISEN
127500                          THRU 5000-AENDERUNGEN-AUSWEISEN-EXIT
127600     WHEN FBU-EINSTELLEN
127700       PERFORM 5100-AENDERUNGEN-EINSTELLEN
127800                          THRU 5100-AENDERUNGEN-EINSTELLEN-EXIT
127900     WHEN FBU-AUSFUEHREN
128000       PERFORM 5200-AENDERUNGEN-VORPRUEFEN
128100                          THRU 5200-AENDERUNGEN-VORPRUEFEN-EXIT
128200       IF H-ANZ-ABGEWIESEN        > ZERO
128300       THEN
128400         GO TO 0000-MAINLINE-1003
128500       END-IF
128600       SET UMHAENGEN-JA           TO TRUE
128700       PERFORM 4000-POSTEN-VERARBEITEN
128800                          THRU 4000-POSTEN-VERARBEITEN-EXIT
128900       PERFORM 5300-AENDERUNGEN-AKTIVIEREN
129000                          THRU 5300-AENDERUNGEN-AKTIVIEREN-EXIT
129100*      Stand nachher
129200       SET SAMMELN-NEIN           TO TRUE
129300       PERFORM 3000-STAMMDATEN-ERMITTELN
129400                          THRU 3000-STAMMDATEN-ERMITTELN-EXIT
129500       SET UMHAENGEN-NEIN         TO TRUE
129600       PERFORM 4000-POSTEN-VERARBEITEN
129700                          THRU 4000-POSTEN-VERARBEITEN-EXIT
129800       MOVE "NACHHER"             TO FBU-D-ART
129900       PERFORM 7100-STAND-AUSGEBEN
130000                              THRU 7100-STAND-AUSGEBEN-EXIT
130100     END-EVALUATE
130200     .
130300 0000-MAINLINE-1003.
130400     PERFORM 7000-ABSCHLUSS       THRU 7000-ABSCHLUSS-EXIT
130500     PERFORM 8100-LAUFREGISTER-ENDE
130600                              THRU 8100-LAUFREGISTER-ENDE-EXIT
130700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
130800     STOP RUN
130900     .
131000 0000-MAINLINE-1002.
131100     EXIT.
131200/---------------------------------------------------------------*
131300* Initialisierung: Parameter lesen und pruefen                  *
131400*---------------------------------------------------------------*
131500 1000-INITIALISIERUNG SECTION.
131600 1000-INITIALISIERUNG-1001.
131700     OPEN INPUT  FBUPARM
131800     OPEN OUTPUT FBUAUS
131900     READ FBUPARM
132000       AT END
132100         INITIALIZE FBU-PARM-SATZ
132200     END-READ
132300     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
132400     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
132500     SET PARM-GUELTIG             TO TRUE
132600     INITIALIZE FBU-DETAIL
132700     MOVE "FBUPARM"               TO FBU-D-BEREICH
132800     MOVE FBU-P-MODUS             TO FBU-D-ART
132900     MOVE FBU-P-BENUTZER          TO FBU-D-AKTION
133000     MOVE FBU-P-ALT-FB            TO FBU-D-TEXT (1:4)
133100     MOVE "->"                    TO FBU-D-TEXT (6:2)
133200     MOVE FBU-P-NEU-FB            TO FBU-D-TEXT (9:4)
133300     PERFORM 7900-ZEILE-SCHREIBEN THRU 7900-ZEILE-SCHREIBEN-EXIT
133400     INITIALIZE FBU-DETAIL
133500     MOVE "ABBRUCH"               TO FBU-D-ART
133600     EVALUATE TRUE
133700     WHEN FBU-P-ALT-FB            = SPACE
133800     WHEN FBU-P-NEU-FB            = SPACE
133900       MOVE "ALTER UND NEUER FACHBEREICH SIND ANZUGEBEN"
134000                                  TO FBU-D-TEXT
134100       SET PARM-N-GUELTIG         TO TRUE
134200     WHEN FBU-P-ALT-FB            = FBU-P-NEU-FB
134300       MOVE "ALTER UND NEUER FACHBEREICH SIND GLEICH"
134400                                  TO FBU-D-TEXT
134500       SET PARM-N-GUELTIG         TO TRUE
134600     WHEN NOT FBU-PROBELAUF
134700          AND NOT FBU-EINSTELLEN
134800          AND NOT FBU-AUSFUEHREN
134900       MOVE "MODUS P, E ODER A ANZUGEBEN"
135000                                  TO FBU-D-TEXT
135100       SET PARM-N-GUELTIG         TO TRUE
135200     WHEN NOT FBU-PROBELAUF
135300          AND FBU-P-BENUTZER      = SPACE
135400       MOVE "BENUTZER FUER DIE VIER-AUGEN-FREIGABE ANZUGEBEN"
135500                                  TO FBU-D-TEXT
135600       SET PARM-N-GUELTIG         TO TRUE
135700     WHEN OTHER
135800       CONTINUE
135900     END-EVALUATE
136000     IF PARM-N-GUELTIG
136100     THEN
136200       PERFORM 7900-ZEILE-SCHREIBEN
136300                              THRU 7900-ZEILE-SCHREIBEN-EXIT
136400       GO TO 1000-INITIALISIERUNG-EXIT
136500     END-IF
136600     PERFORM 8000-LAUFREGISTER-START
136700                              THRU 8000-LAUFREGISTER-START-EXIT
136800     .
136900 1000-INITIALISIERUNG-1002.
137000 1000-INITIALISIERUNG-EXIT.
137100     EXIT.
137200/---------------------------------------------------------------*
137300* Stammdaten zum alten und neuen Code zaehlen; bei SAMMELN-JA   *
137400* die Aenderungen fuer den alten Code ermitteln                 *
137500*---------------------------------------------------------------*
137600 3000-STAMMDATEN-ERMITTELN SECTION.
137700 3000-STAMMDATEN-ERMITTELN-1001.
137800     PERFORM VARYING H-BEREICH FROM 1 BY 1
137900             UNTIL H-BEREICH      > C-B-AKDL
138000       MOVE ZERO                  TO H-ANZ-ALT (H-BEREICH)
138100                                     H-ANZ-NEU (H-BEREICH)
138200     END-PERFORM
138300     IF SAMMELN-JA
138400     THEN
138500       MOVE ZERO                  TO H-AE-ANZ
138600       SET AE-N-UEBERLAUF         TO TRUE
138700     END-IF
138800     PERFORM 3100-AKFB-ERMITTELN  THRU 3100-AKFB-ERMITTELN-EXIT
138900     PERFORM 3200-AKRS-ERMITTELN  THRU 3200-AKRS-ERMITTELN-EXIT
139000     PERFORM 3300-AKFR-ERMITTELN  THRU 3300-AKFR-ERMITTELN-EXIT
139100     PERFORM 3400-AKDG-ERMITTELN  THRU 3400-AKDG-ERMITTELN-EXIT
139200     PERFORM 3500-AKDL-ERMITTELN  THRU 3500-AKDL-ERMITTELN-EXIT
139300     .
139400 3000-STAMMDATEN-ERMITTELN-1002.
139500 3000-STAMMDATEN-ERMITTELN-EXIT.
139600     EXIT.
139700/---------------------------------------------------------------*
139800* Fachbereichszuordnung KA00AKFB (mit Eskalationszielen)        *
139900*---------------------------------------------------------------*
140000 3100-AKFB-ERMITTELN SECTION.
140100 3100-AKFB-ERMITTELN-1001.
140200     MOVE C-1                     TO H-LFD-ZEILE
140300     PERFORM 3110-AKFB-ZEILE-LESEN
140400                              THRU 3110-AKFB-ZEILE-LESEN-EXIT
140500     PERFORM UNTIL SCAN-N-GEFUNDEN
140600       IF KA0AKFB-FACHBEREICH     = FBU-P-ALT-FB
140700       THEN
140800         ADD C-1                  TO H-ANZ-ALT (C-B-AKFB)
140900         IF KA0AKFB-ESKALATION-AKTIV = C-J
141000         THEN
141100           ADD C-1                TO H-ANZ-ALT (C-B-ESKALATION)
141200         END-IF
141300         IF SAMMELN-JA
141400         THEN
141500           MOVE KA0AKFB-AK-TYP    TO KAI0AKF-AK-TYP
141600           MOVE KA0AKFB-ZUSATZ-TEXT-SL
141700                                  TO KAI0AKF-ZUSATZ-TEXT-SL
141800           MOVE KA0AKFB-PRIMANOTA TO KAI0AKF-PRIMANOTA
141900           MOVE KA0AKFB-FACHBEREICH
142000                                  TO KAO0AKF-FACHBEREICH
142100           MOVE KA0AKFB-ESKALATION-AKTIV
142200                                  TO KAO0AKF-ESKALATION-AKTIV
142300           MOVE C-OBJEKT-TAB-KA00AKFB
142400                                  TO H-AE-TABELLE
142500           MOVE KAI0AKF-EINGABEBEREICH
142600                                  TO H-AE-SCHLUESSEL
142700           MOVE C-AKTION-AENDERN  TO H-AE-AKTION
142800           MOVE KAO0AKF-AUSGABEBEREICH
142900                                  TO H-AE-ALT-DATEN
143000           MOVE FBU-P-NEU-FB      TO KAO0AKF-FACHBEREICH
143100           MOVE KAO0AKF-AUSGABEBEREICH
143200                                  TO H-AE-NEU-DATEN
143300           PERFORM 3900-AENDERUNG-MERKEN
143400                              THRU 3900-AENDERUNG-MERKEN-EXIT
143500         END-IF
143600       END-IF
143700       IF KA0AKFB-FACHBEREICH     = FBU-P-NEU-FB
143800       THEN
143900         ADD C-1                  TO H-ANZ-NEU (C-B-AKFB)
144000         IF KA0AKFB-ESKALATION-AKTIV = C-J
144100         THEN
144200           ADD C-1                TO H-ANZ-NEU (C-B-ESKALATION)
144300         END-IF
144400       END-IF
144500       ADD C-1                    TO H-LFD-ZEILE
144600       PERFORM 3110-AKFB-ZEILE-LESEN
144700                              THRU 3110-AKFB-ZEILE-LESEN-EXIT
144800     END-PERFORM
144900     .
145000 3100-AKFB-ERMITTELN-1002.
145100 3100-AKFB-ERMITTELN-EXIT.
145200     EXIT.
145300/---------------------------------------------------------------*
145400* Zeile aus KA03AKFB lesen                                      *
145500*---------------------------------------------------------------*
145600 3110-AKFB-ZEILE-LESEN SECTION.
145700 3110-AKFB-ZEILE-LESEN-1001.
145800     MOVE H-LFD-ZEILE             TO KA0AKFB-ZEILENNUMMER
145900     CALL "CGSTAB" USING
146000          C-TAB-LESEN-ZEILE
146100          C-KONFIG-ID-KA
146200          C-OBJEKT-TAB-KA03AKFB
146300          GSOVER-VERSTAENDIGUNGSBEREICH
146400          KA0AKFB-EINGABEBEREICH
146500          KA0AKFB-AUSGABEBEREICH
146600          DUMMY
146700     END-CALL
146800     PERFORM 3990-SCAN-PRUEFEN    THRU 3990-SCAN-PRUEFEN-EXIT
146900     .
147000 3110-AKFB-ZEILE-LESEN-1002.
147100 3110-AKFB-ZEILE-LESEN-EXIT.
147200     EXIT.
147300/---------------------------------------------------------------*
147400* Standard-Fachbereich der Abstimmkreise KA01AKRS               *
147500*---------------------------------------------------------------*
147600 3200-AKRS-ERMITTELN SECTION.
147700 3200-AKRS-ERMITTELN-1001.
147800     MOVE C-1                     TO H-LFD-ZEILE
147900     PERFORM 3210-AKRS-ZEILE-LESEN
148000                              THRU 3210-AKRS-ZEILE-LESEN-EXIT
148100     PERFORM UNTIL SCAN-N-GEFUNDEN
148200       IF KA0AKRS-FACHBEREICH     = FBU-P-ALT-FB
148300       THEN
148400         ADD C-1                  TO H-ANZ-ALT (C-B-AKRS)
148500         IF SAMMELN-JA
148600         THEN
148700           PERFORM 3220-AKRS-MERKEN
148800                              THRU 3220-AKRS-MERKEN-EXIT
148900         END-IF
149000       END-IF
149100       IF KA0AKRS-FACHBEREICH     = FBU-P-NEU-FB
149200       THEN
149300         ADD C-1                  TO H-ANZ-NEU (C-B-AKRS)
149400       END-IF
149500       ADD C-1                    TO H-LFD-ZEILE
149600       PERFORM 3210-AKRS-ZEILE-LESEN
149700                              THRU 3210-AKRS-ZEILE-LESEN-EXIT
149800     END-PERFORM
149900     .
150000 3200-AKRS-ERMITTELN-1002.
150100 3200-AKRS-ERMITTELN-EXIT.
150200     EXIT.
150300/---------------------------------------------------------------*
150400* Zeile aus KA03AKRS lesen                                      *
150500*---------------------------------------------------------------*
150600 3210-AKRS-ZEILE-LESEN SECTION.
150700 3210-AKRS-ZEILE-LESEN-1001.
150800     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
150900     CALL "CGSTAB" USING
151000          C-TAB-LESEN-ZEILE
151100          C-KONFIG-ID-KA
151200          C-OBJEKT-TAB-KA03AKRS
151300          GSOVER-VERSTAENDIGUNGSBEREICH
151400          KA0AKRS-EINGABEBEREICH
151500          KA0AKRS-AUSGABEBEREICH
151600          DUMMY
151700     END-CALL
151800     PERFORM 3990-SCAN-PRUEFEN    THRU 3990-SCAN-PRUEFEN-EXIT
151900     .
152000 3210-AKRS-ZEILE-LESEN-1002.
152100 3210-AKRS-ZEILE-LESEN-EXIT.
152200     EXIT.
152300/---------------------------------------------------------------*
152400* Vollstaendigen KA01AKRS-Satz lesen und die Aenderung merken   *
152500*---------------------------------------------------------------*
152600 3220-AKRS-MERKEN SECTION.
152700 3220-AKRS-MERKEN-1001.
152800     MOVE C-GELDKTO-UMSATZ-ABSTIMM
152900                                  TO KAI0AKR-ABSTIMM-ART
153000     MOVE KA0AKRS-AK-NUMMER       TO KAI0AKR-AK-NUMMER
153100     CALL "CGSTAB"
153200     USING C-TAB-LESEN-EQUAL
153300           C-KONFIG-ID-KA
153400           C-OBJEKT-TAB-KA01AKRS
153500           GSOVER-VERSTAENDIGUNGSBEREICH
153600           KAI0AKR-EINGABEBEREICH
153700           KAO0AKR-AUSGABEBEREICH
153800           GSTTAB-EIN-AUSGABEBEREICH
153900     END-CALL
154000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
154100     THEN
154200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
154300       ADD C-1                    TO H-RUN-ANZ-FEHLER
154400       GO TO 3220-AKRS-MERKEN-EXIT
154500     END-IF
154600     MOVE C-OBJEKT-TAB-KA01AKRS   TO H-AE-TABELLE
154700     MOVE KAI0AKR-EINGABEBEREICH  TO H-AE-SCHLUESSEL
154800     MOVE C-AKTION-AENDERN        TO H-AE-AKTION
154900     MOVE KAO0AKR-AUSGABEBEREICH  TO H-AE-ALT-DATEN
155000     MOVE FBU-P-NEU-FB            TO KAO0AKR-FACHBEREICH
155100     MOVE KAO0AKR-AUSGABEBEREICH  TO H-AE-NEU-DATEN
155200     PERFORM 3900-AENDERUNG-MERKEN
155300                              THRU 3900-AENDERUNG-MERKEN-EXIT
155400     .
155500 3220-AKRS-MERKEN-1002.
155600 3220-AKRS-MERKEN-EXIT.
155700     EXIT.
155800/---------------------------------------------------------------*
155900* Fachbereichs-Berechtigungen KA00AKFR: der Eintrag zum alten   *
156000* Code entfaellt; ein berechtigter Bearbeiter erhaelt den       *
156100* Eintrag zum neuen Code, sofern er ihn nicht schon hat         *
156200*---------------------------------------------------------------*
156300 3300-AKFR-ERMITTELN SECTION.
156400 3300-AKFR-ERMITTELN-1001.
156500     MOVE C-1                     TO H-LFD-ZEILE
156600     PERFORM 3310-AKFR-ZEILE-LESEN
156700                              THRU 3310-AKFR-ZEILE-LESEN-EXIT
156800     PERFORM UNTIL SCAN-N-GEFUNDEN
156900       IF KA0AKFR-FACHBEREICH     = FBU-P-ALT-FB
157000       THEN
157100         ADD C-1                  TO H-ANZ-ALT (C-B-AKFR)
157200         IF SAMMELN-JA
157300         THEN
157400           PERFORM 3320-AKFR-MERKEN
157500                              THRU 3320-AKFR-MERKEN-EXIT
157600         END-IF
157700       END-IF
157800       IF KA0AKFR-FACHBEREICH     = FBU-P-NEU-FB
157900       THEN
158000         ADD C-1                  TO H-ANZ-NEU (C-B-AKFR)
158100       END-IF
158200       ADD C-1                    TO H-LFD-ZEILE
158300       PERFORM 3310-AKFR-ZEILE-LESEN
158400                              THRU 3310-AKFR-ZEILE-LESEN-EXIT
158500     END-PERFORM
158600     .
158700 3300-AKFR-ERMITTELN-1002.
158800 3300-AKFR-ERMITTELN-EXIT.
158900     EXIT.
159000/---------------------------------------------------------------*
159100* Zeile aus KA03AKFR lesen                                      *
159200*---------------------------------------------------------------*
159300 3310-AKFR-ZEILE-LESEN SECTION.
159400 3310-AKFR-ZEILE-LESEN-1001.
159500     MOVE H-LFD-ZEILE             TO KA0AKFR-ZEILENNUMMER
159600     CALL "CGSTAB" USING
159700          C-TAB-LESEN-ZEILE
159800          C-KONFIG-ID-KA
159900          C-OBJEKT-TAB-KA03AKFR
160000          GSOVER-VERSTAENDIGUNGSBEREICH
160100          KA0AKFR-EINGABEBEREICH
160200          KA0AKFR-AUSGABEBEREICH
160300          DUMMY
160400     END-CALL
160500     PERFORM 3990-SCAN-PRUEFEN    THRU 3990-SCAN-PRUEFEN-EXIT
160600     .
160700 3310-AKFR-ZEILE-LESEN-1002.
160800 3310-AKFR-ZEILE-LESEN-EXIT.
160900     EXIT.
161000/---------------------------------------------------------------*
161100* Berechtigung eines Bearbeiters umstellen                      *
161200*---------------------------------------------------------------*
161300 3320-AKFR-MERKEN SECTION.
161400 3320-AKFR-MERKEN-1001.
161500*    Eintrag zum alten Code loeschen
161600     MOVE KA0AKFR-BEARBEITER-KENNUNG
161700                                  TO KAI0AKZ-BEARBEITER-KENNUNG
161800     MOVE KA0AKFR-FACHBEREICH     TO KAI0AKZ-FACHBEREICH
161900     MOVE KA0AKFR-AUSGABEBEREICH  TO KAO0AKZ-AUSGABEBEREICH
162000     MOVE C-OBJEKT-TAB-KA00AKFR   TO H-AE-TABELLE
162100     MOVE KAI0AKZ-EINGABEBEREICH  TO H-AE-SCHLUESSEL
162200     MOVE C-AKTION-LOESCHEN       TO H-AE-AKTION
162300     MOVE KAO0AKZ-AUSGABEBEREICH  TO H-AE-ALT-DATEN
162400     MOVE SPACE                   TO H-AE-NEU-DATEN
162500     PERFORM 3900-AENDERUNG-MERKEN
162600                              THRU 3900-AENDERUNG-MERKEN-EXIT
162700     IF NOT KA0AKFR-BERECHTIGT-JA
162800     THEN
162900       GO TO 3320-AKFR-MERKEN-EXIT
163000     END-IF
163100*    Eintrag zum neuen Code anlegen bzw. berechtigt setzen
163200     MOVE FBU-P-NEU-FB            TO KAI0AKZ-FACHBEREICH
163300     CALL "CGSTAB"
163400     USING C-TAB-LESEN-EQUAL
163500           C-KONFIG-ID-KA
163600           C-OBJEKT-TAB-KA00AKFR
163700           GSOVER-VERSTAENDIGUNGSBEREICH
163800           KAI0AKZ-EINGABEBEREICH
163900           KAO0AKZ-AUSGABEBEREICH
164000           GSTTAB-EIN-AUSGABEBEREICH
164100     END-CALL
164200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
164300     THEN
164400       IF KAO0AKZ-BERECHTIGT-JA
164500       THEN
164600         GO TO 3320-AKFR-MERKEN-EXIT
164700       END-IF
164800       MOVE C-AKTION-AENDERN      TO H-AE-AKTION
164900       MOVE KAO0AKZ-AUSGABEBEREICH
165000                                  TO H-AE-ALT-DATEN
165100     ELSE
165200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165300       MOVE C-AKTION-NEUANL       TO H-AE-AKTION
165400       MOVE SPACE                 TO H-AE-ALT-DATEN
165500     END-IF
165600     MOVE KA0AKFR-BEARBEITER-KENNUNG
165700                                  TO KAO0AKZ-BEARBEITER-KENNUNG
165800     MOVE FBU-P-NEU-FB            TO KAO0AKZ-FACHBEREICH
165900     SET KAO0AKZ-BERECHTIGT-JA    TO TRUE
166000     MOVE KAI0AKZ-EINGABEBEREICH  TO H-AE-SCHLUESSEL
166100     MOVE KAO0AKZ-AUSGABEBEREICH  TO H-AE-NEU-DATEN
166200     PERFORM 3900-AENDERUNG-MERKEN
166300                              THRU 3900-AENDERUNG-MERKEN-EXIT
166400     .
166500 3320-AKFR-MERKEN-1002.
166600 3320-AKFR-MERKEN-EXIT.
166700     EXIT.
166800/---------------------------------------------------------------*
166900* Digest-Einstellung KA00AKDG: die Einstellung des alten Codes  *
167000* entfaellt; fehlt eine zum neuen Code, wird sie uebernommen    *
167100*---------------------------------------------------------------*
167200 3400-AKDG-ERMITTELN SECTION.
167300 3400-AKDG-ERMITTELN-1001.
167400     MOVE FBU-P-NEU-FB            TO KAI0AKN-FACHBEREICH
167500     PERFORM 3410-AKDG-LESEN      THRU 3410-AKDG-LESEN-EXIT
167600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
167700     THEN
167800       ADD C-1                    TO H-ANZ-NEU (C-B-AKDG)
167900     ELSE
168000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
168100     END-IF
168200     MOVE FBU-P-ALT-FB            TO KAI0AKN-FACHBEREICH
168300     PERFORM 3410-AKDG-LESEN      THRU 3410-AKDG-LESEN-EXIT
168400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
168500     THEN
168600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
168700       GO TO 3400-AKDG-ERMITTELN-EXIT
168800     END-IF
168900     ADD C-1                      TO H-ANZ-ALT (C-B-AKDG)
169000     IF SAMMELN-NEIN
169100     THEN
169200       GO TO 3400-AKDG-ERMITTELN-EXIT
169300     END-IF
169400     MOVE C-OBJEKT-TAB-KA00AKDG   TO H-AE-TABELLE
169500     MOVE KAI0AKN-EINGABEBEREICH  TO H-AE-SCHLUESSEL
169600     MOVE C-AKTION-LOESCHEN       TO H-AE-AKTION
169700     MOVE KAO0AKN-AUSGABEBEREICH  TO H-AE-ALT-DATEN
169800     MOVE SPACE                   TO H-AE-NEU-DATEN
169900     PERFORM 3900-AENDERUNG-MERKEN
170000                              THRU 3900-AENDERUNG-MERKEN-EXIT
170100     IF H-ANZ-NEU (C-B-AKDG)      = ZERO
170200     THEN
170300       MOVE FBU-P-NEU-FB          TO KAI0AKN-FACHBEREICH
170400                                     KAO0AKN-FACHBEREICH
170500       MOVE KAI0AKN-EINGABEBEREICH
170600                                  TO H-AE-SCHLUESSEL
170700       MOVE C-AKTION-NEUANL       TO H-AE-AKTION
170800       MOVE SPACE                 TO H-AE-ALT-DATEN
170900       MOVE KAO0AKN-AUSGABEBEREICH
171000                                  TO H-AE-NEU-DATEN
171100       PERFORM 3900-AENDERUNG-MERKEN
171200                              THRU 3900-AENDERUNG-MERKEN-EXIT
171300     END-IF
171400     .
171500 3400-AKDG-ERMITTELN-1002.
171600 3400-AKDG-ERMITTELN-EXIT.
171700     EXIT.
171800/---------------------------------------------------------------*
171900* Digest-Einstellung aus KA00AKDG lesen                         *
172000*---------------------------------------------------------------*
172100 3410-AKDG-LESEN SECTION.
172200 3410-AKDG-LESEN-1001.
172300     CALL "CGSTAB"
172400     USING C-TAB-LESEN-EQUAL
172500           C-KONFIG-ID-KA
172600           C-OBJEKT-TAB-KA00AKDG
172700           GSOVER-VERSTAENDIGUNGSBEREICH
172800           KAI0AKN-EINGABEBEREICH
172900           KAO0AKN-AUSGABEBEREICH
173000           GSTTAB-EIN-AUSGABEBEREICH
173100     END-CALL
173200     .
173300 3410-AKDG-LESEN-1002.
173400 3410-AKDG-LESEN-EXIT.
173500     EXIT.
173600/---------------------------------------------------------------*
173700* Freigabe-Delegationen KA02AKDL                                *
173800*---------------------------------------------------------------*
173900 3500-AKDL-ERMITTELN SECTION.
174000 3500-AKDL-ERMITTELN-1001.
174100     MOVE C-1                     TO H-LFD-ZEILE
174200     PERFORM 3510-AKDL-ZEILE-LESEN
174300                              THRU 3510-AKDL-ZEILE-LESEN-EXIT
174400     PERFORM UNTIL SCAN-N-GEFUNDEN
174500       IF KA0AKDL-FACHBEREICH     = FBU-P-ALT-FB
174600       THEN
174700         ADD C-1                  TO H-ANZ-ALT (C-B-AKDL)
174800         IF SAMMELN-JA
174900         THEN
175000           MOVE KA0AKDL-BENUTZER-ID
175100                                  TO KAI0AKD-BENUTZER-ID
175200           MOVE KA0AKDL-AUSGABEBEREICH
175300                                  TO KAO0AKD-AUSGABEBEREICH
175400           MOVE C-OBJEKT-TAB-KA02AKDL
175500                                  TO H-AE-TABELLE
175600           MOVE KAI0AKD-EINGABEBEREICH
175700                                  TO H-AE-SCHLUESSEL
175800           MOVE C-AKTION-AENDERN  TO H-AE-AKTION
175900           MOVE KAO0AKD-AUSGABEBEREICH
176000                                  TO H-AE-ALT-DATEN
176100           MOVE FBU-P-NEU-FB      TO KAO0AKD-FACHBEREICH
176200           MOVE KAO0AKD-AUSGABEBEREICH
176300                                  TO H-AE-NEU-DATEN
176400           PERFORM 3900-AENDERUNG-MERKEN
176500                              THRU 3900-AENDERUNG-MERKEN-EXIT
176600         END-IF
176700       END-IF
176800       IF KA0AKDL-FACHBEREICH     = FBU-P-NEU-FB
176900       THEN
177000         ADD C-1                  TO H-ANZ-NEU (C-B-AKDL)
177100       END-IF
177200       ADD C-1                    TO H-LFD-ZEILE
177300       PERFORM 3510-AKDL-ZEILE-LESEN
177400                              THRU 3510-AKDL-ZEILE-LESEN-EXIT
177500     END-PERFORM
177600     .
177700 3500-AKDL-ERMITTELN-1002.
177800 3500-AKDL-ERMITTELN-EXIT.
177900     EXIT.
178000/---------------------------------------------------------------*
178100* Zeile aus KA03AKDL lesen                                      *
178200*---------------------------------------------------------------*
178300 3510-AKDL-ZEILE-LESEN SECTION.
178400 3510-AKDL-ZEILE-LESEN-1001.
178500     MOVE H-LFD-ZEILE             TO KA0AKDL-ZEILENNUMMER
178600     CALL "CGSTAB" USING
178700          C-TAB-LESEN-ZEILE
178800          C-KONFIG-ID-KA
178900          C-OBJEKT-TAB-KA03AKDL
179000          GSOVER-VERSTAENDIGUNGSBEREICH
179100          KA0AKDL-EINGABEBEREICH
179200          KA0AKDL-AUSGABEBEREICH
179300          DUMMY
179400     END-CALL
179500     PERFORM 3990-SCAN-PRUEFEN    THRU 3990-SCAN-PRUEFEN-EXIT
179600     .
179700 3510-AKDL-ZEILE-LESEN-1002.
179800 3510-AKDL-ZEILE-LESEN-EXIT.
179900     EXIT.
180000/---------------------------------------------------------------*
180100* Ermittelte Aenderung in die Aenderungstabelle uebernehmen     *
180200*---------------------------------------------------------------*
180300 3900-AENDERUNG-MERKEN SECTION.
180400 3900-AENDERUNG-MERKEN-1001.
180500     ADD C-1                      TO H-RUN-ANZ-GELESEN
180600     IF H-AE-ANZ                  NOT < C-MAX-AENDERUNGEN
180700     THEN
180800       SET AE-UEBERLAUF           TO TRUE
180900       GO TO 3900-AENDERUNG-MERKEN-EXIT
181000     END-IF
181100     ADD C-1                      TO H-AE-ANZ
181200     MOVE H-AE-TABELLE            TO FBU-AE-TABELLE (H-AE-ANZ)
181300     MOVE H-AE-SCHLUESSEL         TO FBU-AE-SCHLUESSEL (H-AE-ANZ)
181400     MOVE H-AE-AKTION             TO FBU-AE-AKTION (H-AE-ANZ)
181500     MOVE H-AE-ALT-DATEN          TO FBU-AE-ALT-DATEN (H-AE-ANZ)
181600     MOVE H-AE-NEU-DATEN          TO FBU-AE-NEU-DATEN (H-AE-ANZ)
181700     .
181800 3900-AENDERUNG-MERKEN-1002.
181900 3900-AENDERUNG-MERKEN-EXIT.
182000     EXIT.
182100/---------------------------------------------------------------*
182200* Ergebnis eines Zeilenzugriffs auswerten                       *
182300*---------------------------------------------------------------*
182400 3990-SCAN-PRUEFEN SECTION.
182500 3990-SCAN-PRUEFEN-1001.
182600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
182700     THEN
182800       SET SCAN-GEFUNDEN          TO TRUE
182900     ELSE
183000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
183100       SET SCAN-N-GEFUNDEN        TO TRUE
183200     END-IF
183300     .
183400 3990-SCAN-PRUEFEN-1002.
183500 3990-SCAN-PRUEFEN-EXIT.
183600     EXIT.
183700/---------------------------------------------------------------*
183800* Offene Posten (Status 2 und 3) je Abstimmkreis: bei           *
183900* UMHAENGEN-NEIN zum alten und neuen Code zaehlen, bei          *
184000* UMHAENGEN-JA die Posten des alten Codes umhaengen             *
184100*---------------------------------------------------------------*
184200 4000-POSTEN-VERARBEITEN SECTION.
184300 4000-POSTEN-VERARBEITEN-1001.
184400     IF UMHAENGEN-NEIN
184500     THEN
184600       MOVE ZERO                  TO H-ANZ-ALT (C-B-APO)
184700                                     H-ANZ-NEU (C-B-APO)
184800       SET TREFFERGRENZE-N-ERREICHT
184900                                  TO TRUE
185000     END-IF
185100     MOVE C-1                     TO H-AK-ZEILE
185200     PERFORM 4010-AK-ZEILE-LESEN  THRU 4010-AK-ZEILE-LESEN-EXIT
185300     PERFORM UNTIL AK-N-GEFUNDEN
185400       IF UMHAENGEN-JA
185500       THEN
185600         PERFORM 4100-AK-UMHAENGEN
185700                              THRU 4100-AK-UMHAENGEN-EXIT
185800       ELSE
185900         MOVE FBU-P-ALT-FB        TO H-SUCH-FB
186000         PERFORM 4200-AK-ZAEHLEN  THRU 4200-AK-ZAEHLEN-EXIT
186100         MOVE FBU-P-NEU-FB        TO H-SUCH-FB
186200         PERFORM 4200-AK-ZAEHLEN  THRU 4200-AK-ZAEHLEN-EXIT
186300       END-IF
186400       ADD C-1                    TO H-AK-ZEILE
186500       PERFORM 4010-AK-ZEILE-LESEN
186600                              THRU 4010-AK-ZEILE-LESEN-EXIT
186700     END-PERFORM
186800     .
186900 4000-POSTEN-VERARBEITEN-1002.
187000 4000-POSTEN-VERARBEITEN-EXIT.
187100     EXIT.
187200/---------------------------------------------------------------*
187300* Abstimmkreis aus KA03AKRS lesen                               *
187400*---------------------------------------------------------------*
187500 4010-AK-ZEILE-LESEN SECTION.
187600 4010-AK-ZEILE-LESEN-1001.
187700     MOVE H-AK-ZEILE              TO KA0AKRS-ZEILENNUMMER
187800     CALL "CGSTAB" USING
187900          C-TAB-LESEN-ZEILE
188000          C-KONFIG-ID-KA
188100          C-OBJEKT-TAB-KA03AKRS
188200          GSOVER-VERSTAENDIGUNGSBEREICH
188300          KA0AKRS-EINGABEBEREICH
188400          KA0AKRS-AUSGABEBEREICH
188500          DUMMY
188600     END-CALL
188700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
188800     THEN
188900       SET AK-GEFUNDEN            TO TRUE
189000     ELSE
189100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
189200       SET AK-N-GEFUNDEN          TO TRUE
189300     END-IF
189400     .
189500 4010-AK-ZEILE-LESEN-1002.
189600 4010-AK-ZEILE-LESEN-EXIT.
189700     EXIT.
189800/---------------------------------------------------------------*
189900* Posten eines Abstimmkreises unter der Abstimmkreis-Sperre     *
190000* umhaengen; ein fremd gesperrter Kreis wird ausgewiesen        *
190100*---------------------------------------------------------------*
190200 4100-AK-UMHAENGEN SECTION.
190300 4100-AK-UMHAENGEN-1001.
190400     MOVE C-01-INT-SPERREN        TO KAILCK-FUNKTION
190500     PERFORM 4400-AK-SPERRE       THRU 4400-AK-SPERRE-EXIT
190600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
190700     THEN
190800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
190900       INITIALIZE FBU-DETAIL
191000       MOVE C-BEREICH-NAME (C-B-APO)
191100                                  TO FBU-D-BEREICH
191200       MOVE "GESPERRT"            TO FBU-D-ART
191300       MOVE KA0AKRS-AK-NUMMER     TO FBU-D-ANZ-ALT
191400       MOVE "ABSTIMMKREIS GESPERRT - POSTEN NICHT UMGEHAENGT"
191500                                  TO FBU-D-TEXT
191600       PERFORM 7900-ZEILE-SCHREIBEN
191700                              THRU 7900-ZEILE-SCHREIBEN-EXIT
191800       ADD C-1                    TO H-RUN-ANZ-FEHLER
191900       GO TO 4100-AK-UMHAENGEN-EXIT
192000     END-IF
192100     MOVE FBU-P-ALT-FB            TO H-SUCH-FB
192200     MOVE C-STATUS-OFFEN          TO H-STATUS-LAUF
192300     PERFORM 4110-STATUS-UMHAENGEN
192400                              THRU 4110-STATUS-UMHAENGEN-EXIT
192500     MOVE C-STATUS-KLAERUNG       TO H-STATUS-LAUF
192600     PERFORM 4110-STATUS-UMHAENGEN
192700                              THRU 4110-STATUS-UMHAENGEN-EXIT
192800     MOVE C-01-INT-FREIGEBEN      TO KAILCK-FUNKTION
192900     PERFORM 4400-AK-SPERRE       THRU 4400-AK-SPERRE-EXIT
193000     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
193100     .
193200 4100-AK-UMHAENGEN-1002.
193300 4100-AK-UMHAENGEN-EXIT.
193400     EXIT.
193500/---------------------------------------------------------------*
193600* Posten eines Status umhaengen; die Trefferseite fasst bis zu  *
193700* 200 Posten, eine volle Seite wird erneut abgefragt, solange   *
193800* alle Posten der Seite umgehaengt werden konnten               *
193900*---------------------------------------------------------------*
194000 4110-STATUS-UMHAENGEN SECTION.
194100 4110-STATUS-UMHAENGEN-1001.
194200     PERFORM 4300-POSTEN-SUCHEN   THRU 4300-POSTEN-SUCHEN-EXIT
194300     IF H-ANZ-SEITE               = ZERO
194400     THEN
194500       GO TO 4110-STATUS-UMHAENGEN-EXIT
194600     END-IF
194700     MOVE ZERO                    TO H-ANZ-SEITE-OK
194800     PERFORM 4120-POSTEN-UMHAENGEN
194900                              THRU 4120-POSTEN-UMHAENGEN-EXIT
195000             VARYING H-INDEX FROM 1 BY 1
195100             UNTIL H-INDEX        > H-ANZ-SEITE
195200     IF H-ANZ-SEITE               = C-MAX-TREFFER
195300        AND H-ANZ-SEITE-OK        = H-ANZ-SEITE
195400     THEN
195500*      naechste Trefferseite des (nun kleineren) Bestands
195600       GO TO 4110-STATUS-UMHAENGEN-1001
195700     END-IF
195800     .
195900 4110-STATUS-UMHAENGEN-1002.
196000 4110-STATUS-UMHAENGEN-EXIT.
196100     EXIT.
196200/---------------------------------------------------------------*
196300* Fachbereich eines Postens ueber AKA4OF aendern; AKA4OF        *
196400* schreibt den Wechsel in die Historie KA02AKFW                 *
196500*---------------------------------------------------------------*
196600 4120-POSTEN-UMHAENGEN SECTION.
196700 4120-POSTEN-UMHAENGEN-1001.
196800     IF KAO5OF2-APO-FACHBEREICH (H-INDEX)
196900                                  NOT = FBU-P-ALT-FB
197000     THEN
197100       GO TO 4120-POSTEN-UMHAENGEN-EXIT
197200     END-IF
197300     ADD C-1                      TO H-RUN-ANZ-GELESEN
197400     MOVE C-01-STD-APO-AEN-BEM-FB TO KAI4OF1-FUNKTION
197500     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
197600                                  TO KAI4OF1-ABSTIMMKREIS-NR
197700     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
197800                                  TO KAI4OF1-HERKUNFT
197900     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
198000                                  TO KAI4OF1-KONTO-ID-ABSTIMM
198100     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
198200                                  TO KAI4OF1-AUSZUGSDATUM
198300     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
198400                                  TO KAI4OF1-AUSZUGSNUMMER
198500     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
198600                                  TO KAI4OF1-AUSZUG-FNR
198700     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
198800                                  TO KAI4OF1-LFD-NR-APO
198900     MOVE KAO5OF2-APO-TIMESTAMP-BKAAPO (H-INDEX)
199000                                  TO KAI4OF1-TIMESTAMP-BKAAPO
199100     MOVE KAO5OF2-APO-BEMERKUNG (H-INDEX)
199200                                  TO KAI4OF1-BEMERKUNG
199300     MOVE FBU-P-NEU-FB            TO KAI4OF1-FACHBEREICH
199400*    Sachbearbeiter-Zuordnung unveraendert lassen
199500     MOVE HIGH-VALUE              TO KAI4OF1-SACHBEARBEITER
199600     CALL "CGSAUF"
199700     USING C-AUF-AUFRUF-AL
199800           C-KONFIG-ID-KA
199900           C-OBJEKT-AKA4OF
200000           GSOVER-VERSTAENDIGUNGSBEREICH
200100           KAI4OF1-EINGABEBEREICH
200200           DUMMY
200300           D-KAXIND-INDICES
200400     END-CALL
200500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
200600     THEN
200700       ADD C-1                    TO H-ANZ-SEITE-OK
200800       ADD C-1                    TO H-ANZ-UMGEHAENGT
200900       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
201000       GO TO 4120-POSTEN-UMHAENGEN-EXIT
201100     END-IF
201200     INITIALIZE FBU-DETAIL
201300     MOVE C-BEREICH-NAME (C-B-APO)
201400                                  TO FBU-D-BEREICH
201500     MOVE "FEHLER"                TO FBU-D-ART
201600     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
201700                                  TO FBU-D-ANZ-ALT
201800     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
201900                                  TO FBU-D-ANZ-NEU
202000     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
202100                                  TO FBU-D-TEXT
202200     MOVE GSOVER-RETURNCODE (1:6) TO FBU-D-MELDUNG
202300     PERFORM 7900-ZEILE-SCHREIBEN THRU 7900-ZEILE-SCHREIBEN-EXIT
202400     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
202500     ADD C-1                      TO H-ANZ-POSTEN-FEHLER
202600     ADD C-1                      TO H-RUN-ANZ-FEHLER
202700     .
202800 4120-POSTEN-UMHAENGEN-1002.
202900 4120-POSTEN-UMHAENGEN-EXIT.
203000     EXIT.
203100/---------------------------------------------------------------*
203200* Posten eines Abstimmkreises zum Suchcode zaehlen (Status 2    *
203300* und 3, je Status die erste Trefferseite)                      *
203400*---------------------------------------------------------------*
203500 4200-AK-ZAEHLEN SECTION.
203600 4200-AK-ZAEHLEN-1001.
203700     MOVE C-STATUS-OFFEN          TO H-STATUS-LAUF
203800     PERFORM 4210-STATUS-ZAEHLEN  THRU 4210-STATUS-ZAEHLEN-EXIT
203900     MOVE C-STATUS-KLAERUNG       TO H-STATUS-LAUF
204000     PERFORM 4210-STATUS-ZAEHLEN  THRU 4210-STATUS-ZAEHLEN-EXIT
204100     .
204200 4200-AK-ZAEHLEN-1002.
204300 4200-AK-ZAEHLEN-EXIT.
204400     EXIT.
204500/---------------------------------------------------------------*
204600* Trefferseite eines Status zaehlen                             *
204700*---------------------------------------------------------------*
204800 4210-STATUS-ZAEHLEN SECTION.
204900 4210-STATUS-ZAEHLEN-1001.
205000     PERFORM 4300-POSTEN-SUCHEN   THRU 4300-POSTEN-SUCHEN-EXIT
205100     IF H-ANZ-SEITE               = C-MAX-TREFFER
205200     THEN
205300       SET TREFFERGRENZE-ERREICHT TO TRUE
205400     END-IF
205500     PERFORM VARYING H-INDEX FROM 1 BY 1
205600             UNTIL H-INDEX        > H-ANZ-SEITE
205700       IF KAO5OF2-APO-FACHBEREICH (H-INDEX)
205800                                  = FBU-P-ALT-FB
205900       THEN
206000         ADD C-1                  TO H-ANZ-ALT (C-B-APO)
206100       END-IF
206200       IF KAO5OF2-APO-FACHBEREICH (H-INDEX)
206300                                  = FBU-P-NEU-FB
206400       THEN
206500         ADD C-1                  TO H-ANZ-NEU (C-B-APO)
206600       END-IF
206700     END-PERFORM
206800     .
206900 4210-STATUS-ZAEHLEN-1002.
207000 4210-STATUS-ZAEHLEN-EXIT.
207100     EXIT.
207200/---------------------------------------------------------------*
207300* Posten des Abstimmkreises mit Status H-STATUS-LAUF und        *
207400* Fachbereich H-SUCH-FB ueber AKA5OF abfragen                   *
207500*---------------------------------------------------------------*
207600 4300-POSTEN-SUCHEN SECTION.
207700 4300-POSTEN-SUCHEN-1001.
207800     MOVE ZERO                    TO H-ANZ-SEITE
207900     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
208000     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
208100     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
208200     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
208300     MOVE H-SUCH-FB               TO KAI5OF3-S-FACHBEREICH
208400     CALL "AKA5OF" USING
208500          C-01-STD-APO-LIST-SUCHE
208600          C-KONFIG-ID-KA
208700          C-AKAFBU
208800          GSOVER-VERSTAENDIGUNGSBEREICH
208900          KAI5OF2-EINGABEBEREICH
209000          KAO5OF2-AUSGABEBEREICH
209100          DUMMY
209200          KAXIND-INDICES
209300     END-CALL
209400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
209500     THEN
209600       MOVE KAO5OF2-IND-LETZT     TO H-ANZ-SEITE
209700     ELSE
209800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
209900     END-IF
210000     .
210100 4300-POSTEN-SUCHEN-1002.
210200 4300-POSTEN-SUCHEN-EXIT.
210300     EXIT.
210400/---------------------------------------------------------------*
210500* Abstimmkreis-Sperre belegen bzw. freigeben (Funktion in       *
210600* KAILCK-FUNKTION)                                              *
210700*---------------------------------------------------------------*
210800 4400-AK-SPERRE SECTION.
210900 4400-AK-SPERRE-1001.
211000     MOVE KA0AKRS-AK-NUMMER       TO KAILCK-AK-NUMMER
211100     MOVE C-INHABER-AKAFBU        TO KAILCK-INHABER
211200     MOVE C-INHABER-TYP-BATCH     TO KAILCK-INHABER-TYP
211300     CALL "AKALCK"
211400     USING KAILCK-EINGABEBEREICH
211500           KAO0AKX-AUSGABEBEREICH
211600           GSOVER-VERSTAENDIGUNGSBEREICH
211700     END-CALL
211800     .
211900 4400-AK-SPERRE-1002.
212000 4400-AK-SPERRE-EXIT.
212100     EXIT.
212200/---------------------------------------------------------------*
212300* Probelauf: ermittelte Aenderungen nur ausweisen               *
212400*---------------------------------------------------------------*
212500 5000-AENDERUNGEN-AUSWEISEN SECTION.
212600 5000-AENDERUNGEN-AUSWEISEN-1001.
212700     PERFORM VARYING H-AE-IND FROM 1 BY 1
212800             UNTIL H-AE-IND       > H-AE-ANZ
212900       MOVE "GEPLANT"             TO FBU-D-ART
213000       MOVE SPACE                 TO FBU-D-MELDUNG
213100       PERFORM 7200-AENDERUNG-AUSGEBEN
213200                              THRU 7200-AENDERUNG-AUSGEBEN-EXIT
213300     END-PERFORM
213400     .
213500 5000-AENDERUNGEN-AUSWEISEN-1002.
213600 5000-AENDERUNGEN-AUSWEISEN-EXIT.
213700     EXIT.
213800/---------------------------------------------------------------*
213900* Modus E: Aenderungen ueber KKA4PD zur Freigabe einstellen;    *
214000* eine bereits schwebende Aenderung bleibt unberuehrt           *
214100*---------------------------------------------------------------*
214200 5100-AENDERUNGEN-EINSTELLEN SECTION.
214300 5100-AENDERUNGEN-EINSTELLEN-1001.
214400     PERFORM 5110-EINTRAG-EINSTELLEN
214500                              THRU 5110-EINTRAG-EINSTELLEN-EXIT
214600             VARYING H-AE-IND FROM 1 BY 1
214700             UNTIL H-AE-IND       > H-AE-ANZ
214800     .
214900 5100-AENDERUNGEN-EINSTELLEN-1002.
215000 5100-AENDERUNGEN-EINSTELLEN-EXIT.
215100     EXIT.
215200/---------------------------------------------------------------*
215300* Eine Aenderung einstellen                                     *
215400*---------------------------------------------------------------*
215500 5110-EINTRAG-EINSTELLEN SECTION.
215600 5110-EINTRAG-EINSTELLEN-1001.
215700     MOVE SPACE                   TO FBU-D-MELDUNG
215800     PERFORM 5900-PD-LESEN        THRU 5900-PD-LESEN-EXIT
215900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
216000        AND KAO0APD-SCHWEBEND
216100     THEN
216200       MOVE "SCHON OFFEN"         TO FBU-D-ART
216300       PERFORM 7200-AENDERUNG-AUSGEBEN
216400                              THRU 7200-AENDERUNG-AUSGEBEN-EXIT
216500       ADD C-1                    TO H-ANZ-ABGEWIESEN
216600       ADD C-1                    TO H-RUN-ANZ-FEHLER
216700       GO TO 5110-EINTRAG-EINSTELLEN-EXIT
216800     END-IF
216900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
217000     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
217100     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION
217200     MOVE FBU-AE-TABELLE (H-AE-IND)
217300                                  TO KAIPD-TABELLE
217400     MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
217500                                  TO KAIPD-SCHLUESSEL
217600     MOVE FBU-P-BENUTZER          TO KAIPD-BENUTZER
217700     MOVE FBU-AE-AKTION (H-AE-IND)
217800                                  TO KAIPD-AKTION
217900     MOVE FBU-AE-ALT-DATEN (H-AE-IND)
218000                                  TO KAIPD-ALT-DATEN
218100     MOVE FBU-AE-NEU-DATEN (H-AE-IND)
218200                                  TO KAIPD-NEU-DATEN
218300     CALL "KKA4PD"
218400     USING KAIPD-EINGABEBEREICH
218500           KAOPD-AUSGABEBEREICH
218600           GSOVER-VERSTAENDIGUNGSBEREICH
218700     END-CALL
218800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
218900     THEN
219000       MOVE "EINGESTELLT"         TO FBU-D-ART
219100       ADD C-1                    TO H-ANZ-VERARBEITET
219200       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
219300     ELSE
219400       MOVE "FEHLER"              TO FBU-D-ART
219500       MOVE GSOVER-RETURNCODE (1:6)
219600                                  TO FBU-D-MELDUNG
219700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
219800       ADD C-1                    TO H-ANZ-ABGEWIESEN
219900       ADD C-1                    TO H-RUN-ANZ-FEHLER
220000     END-IF
220100     PERFORM 7200-AENDERUNG-AUSGEBEN
220200                              THRU 7200-AENDERUNG-AUSGEBEN-EXIT
220300     .
220400 5110-EINTRAG-EINSTELLEN-1002.
220500 5110-EINTRAG-EINSTELLEN-EXIT.
220600     EXIT.
220700/---------------------------------------------------------------*
220800* Modus A: vor jeder Aenderung pruefen, ob alle Aenderungen     *
220900* freigegeben werden koennen; sonst aendert der Lauf nichts     *
221000*---------------------------------------------------------------*
221100 5200-AENDERUNGEN-VORPRUEFEN SECTION.
221200 5200-AENDERUNGEN-VORPRUEFEN-1001.
221300     MOVE ZERO                    TO H-ANZ-ABGEWIESEN
221400     PERFORM 5210-EINTRAG-VORPRUEFEN
221500                              THRU 5210-EINTRAG-VORPRUEFEN-EXIT
221600             VARYING H-AE-IND FROM 1 BY 1
221700             UNTIL H-AE-IND       > H-AE-ANZ
221800     IF H-ANZ-ABGEWIESEN          > ZERO
221900     THEN
222000       INITIALIZE FBU-DETAIL
222100       MOVE "ABBRUCH"             TO FBU-D-ART
222200       MOVE H-ANZ-ABGEWIESEN      TO FBU-D-ANZ-ALT
222300       MOVE "AENDERUNGEN NICHT FREIGABEFAEHIG - NICHTS GEAENDERT"
222400                                  TO FBU-D-TEXT
222500       PERFORM 7900-ZEILE-SCHREIBEN
222600                              THRU 7900-ZEILE-SCHREIBEN-EXIT
222700     END-IF
222800     .
222900 5200-AENDERUNGEN-VORPRUEFEN-1002.
223000 5200-AENDERUNGEN-VORPRUEFEN-EXIT.
223100     EXIT.
223200/---------------------------------------------------------------*
223300* Eine Aenderung vorpruefen: schwebend, gleiche Aktion und      *
223400* anderer Erfasser                                              *
223500*---------------------------------------------------------------*
223600 5210-EINTRAG-VORPRUEFEN SECTION.
223700 5210-EINTRAG-VORPRUEFEN-1001.
223800     PERFORM 5900-PD-LESEN        THRU 5900-PD-LESEN-EXIT
223900     EVALUATE TRUE
224000     WHEN GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
224100     WHEN NOT KAO0APD-SCHWEBEND
224200     WHEN KAO0APD-AKTION          NOT = FBU-AE-AKTION (H-AE-IND)
224300*      KA4902 Keine schwebende Aenderung vorhanden
224400       MOVE C-OBJEKT-KA4902       TO FBU-D-MELDUNG
224500     WHEN KAO0APD-ERFASSER        = FBU-P-BENUTZER
224600*      KA4901 Aktivierung durch den Erfasser unzulaessig
224700       MOVE C-OBJEKT-KA4901       TO FBU-D-MELDUNG
224800     WHEN OTHER
224900       GO TO 5210-EINTRAG-VORPRUEFEN-EXIT
225000     END-EVALUATE
225100     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
225200     MOVE "ABGEWIESEN"            TO FBU-D-ART
225300     PERFORM 7200-AENDERUNG-AUSGEBEN
225400                              THRU 7200-AENDERUNG-AUSGEBEN-EXIT
225500     ADD C-1                      TO H-ANZ-ABGEWIESEN
225600     ADD C-1                      TO H-RUN-ANZ-FEHLER
225700     .
225800 5210-EINTRAG-VORPRUEFEN-1002.
225900 5210-EINTRAG-VORPRUEFEN-EXIT.
226000     EXIT.
226100/---------------------------------------------------------------*
226200* Modus A: Aenderungen ueber KKA4PD aktivieren und mit dem      *
226300* eingestellten Satzbild schreiben                              *
226400*---------------------------------------------------------------*
226500 5300-AENDERUNGEN-AKTIVIEREN SECTION.
226600 5300-AENDERUNGEN-AKTIVIEREN-1001.
226700     PERFORM 5310-EINTRAG-AKTIVIEREN
226800                              THRU 5310-EINTRAG-AKTIVIEREN-EXIT
226900             VARYING H-AE-IND FROM 1 BY 1
227000             UNTIL H-AE-IND       > H-AE-ANZ
227100     .
227200 5300-AENDERUNGEN-AKTIVIEREN-1002.
227300 5300-AENDERUNGEN-AKTIVIEREN-EXIT.
227400     EXIT.
227500/---------------------------------------------------------------*
227600* Eine Aenderung aktivieren und anwenden                        *
227700*---------------------------------------------------------------*
227800 5310-EINTRAG-AKTIVIEREN SECTION.
227900 5310-EINTRAG-AKTIVIEREN-1001.
228000     MOVE SPACE                   TO FBU-D-MELDUNG
228100     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
228200     MOVE C-01-INT-PD-AKTIVIEREN  TO KAIPD-FUNKTION
228300     MOVE FBU-AE-TABELLE (H-AE-IND)
228400                                  TO KAIPD-TABELLE
228500     MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
228600                                  TO KAIPD-SCHLUESSEL
228700     MOVE FBU-P-BENUTZER          TO KAIPD-BENUTZER
228800     CALL "KKA4PD"
228900     USING KAIPD-EINGABEBEREICH
229000           KAOPD-AUSGABEBEREICH
229100           GSOVER-VERSTAENDIGUNGSBEREICH
229200     END-CALL
229300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
229400     THEN
229500       PERFORM 5320-SATZ-ANWENDEN THRU 5320-SATZ-ANWENDEN-EXIT
229600     END-IF
229700     EVALUATE GSOVER-GEWICHT
229800     WHEN C-GEW-NICHT-GESETZT
229900       MOVE "AKTIVIERT"           TO FBU-D-ART
230000       ADD C-1                    TO H-ANZ-VERARBEITET
230100       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
230200     WHEN OTHER
230300       MOVE "FEHLER"              TO FBU-D-ART
230400       MOVE GSOVER-RETURNCODE (1:6)
230500                                  TO FBU-D-MELDUNG
230600       ADD C-1                    TO H-ANZ-ABGEWIESEN
230700       ADD C-1                    TO H-RUN-ANZ-FEHLER
230800     END-EVALUATE
230900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
231000     PERFORM 7200-AENDERUNG-AUSGEBEN
231100                              THRU 7200-AENDERUNG-AUSGEBEN-EXIT
231200     .
231300 5310-EINTRAG-AKTIVIEREN-1002.
231400 5310-EINTRAG-AKTIVIEREN-EXIT.
231500     EXIT.
231600/---------------------------------------------------------------*
231700* Freigegebenes Satzbild in die Tabelle schreiben bzw. den      *
231800* Satz loeschen                                                 *
231900*---------------------------------------------------------------*
232000 5320-SATZ-ANWENDEN SECTION.
232100 5320-SATZ-ANWENDEN-1001.
232200     IF FBU-AE-AKTION (H-AE-IND)  = C-AKTION-LOESCHEN
232300     THEN
232400       MOVE C-TAB-LOESCHEN-EQUAL  TO H-TAB-FUNKTION
232500     ELSE
232600       MOVE C-TAB-SCHREIBEN-EQUAL TO H-TAB-FUNKTION
232700     END-IF
232800     EVALUATE FBU-AE-TABELLE (H-AE-IND)
232900     WHEN C-OBJEKT-TAB-KA00AKFB
233000       MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
233100                                  TO KAI0AKF-EINGABEBEREICH
233200       MOVE KAOPD-NEU-DATEN       TO KAO0AKF-AUSGABEBEREICH
233300       CALL "CGSTAB"
233400       USING H-TAB-FUNKTION
233500             C-KONFIG-ID-KA
233600             C-OBJEKT-TAB-KA00AKFB
233700             GSOVER-VERSTAENDIGUNGSBEREICH
233800             KAI0AKF-EINGABEBEREICH
233900             KAO0AKF-AUSGABEBEREICH
234000             GSTTAB-EIN-AUSGABEBEREICH
234100       END-CALL
234200     WHEN C-OBJEKT-TAB-KA01AKRS
234300       MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
234400                                  TO KAI0AKR-EINGABEBEREICH
234500       MOVE KAOPD-NEU-DATEN       TO KAO0AKR-AUSGABEBEREICH
234600       CALL "CGSTAB"
234700       USING H-TAB-FUNKTION
234800             C-KONFIG-ID-KA
234900             C-OBJEKT-TAB-KA01AKRS
235000             GSOVER-VERSTAENDIGUNGSBEREICH
235100             KAI0AKR-EINGABEBEREICH
235200             KAO0AKR-AUSGABEBEREICH
235300             GSTTAB-EIN-AUSGABEBEREICH
235400       END-CALL
235500     WHEN C-OBJEKT-TAB-KA00AKFR
235600       MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
235700                                  TO KAI0AKZ-EINGABEBEREICH
235800       MOVE KAOPD-NEU-DATEN       TO KAO0AKZ-AUSGABEBEREICH
235900       CALL "CGSTAB"
236000       USING H-TAB-FUNKTION
236100             C-KONFIG-ID-KA
236200             C-OBJEKT-TAB-KA00AKFR
236300             GSOVER-VERSTAENDIGUNGSBEREICH
236400             KAI0AKZ-EINGABEBEREICH
236500             KAO0AKZ-AUSGABEBEREICH
236600             GSTTAB-EIN-AUSGABEBEREICH
236700       END-CALL
236800     WHEN C-OBJEKT-TAB-KA00AKDG
236900       MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
237000                                  TO KAI0AKN-EINGABEBEREICH
237100       MOVE KAOPD-NEU-DATEN       TO KAO0AKN-AUSGABEBEREICH
237200       CALL "CGSTAB"
237300       USING H-TAB-FUNKTION
237400             C-KONFIG-ID-KA
237500             C-OBJEKT-TAB-KA00AKDG
237600             GSOVER-VERSTAENDIGUNGSBEREICH
237700             KAI0AKN-EINGABEBEREICH
237800             KAO0AKN-AUSGABEBEREICH
237900             GSTTAB-EIN-AUSGABEBEREICH
238000       END-CALL
238100     WHEN C-OBJEKT-TAB-KA02AKDL
238200       MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
238300                                  TO KAI0AKD-EINGABEBEREICH
238400       MOVE KAOPD-NEU-DATEN       TO KAO0AKD-AUSGABEBEREICH
238500       CALL "CGSTAB"
238600       USING H-TAB-FUNKTION
238700             C-KONFIG-ID-KA
238800             C-OBJEKT-TAB-KA02AKDL
238900             GSOVER-VERSTAENDIGUNGSBEREICH
239000             KAI0AKD-EINGABEBEREICH
239100             KAO0AKD-AUSGABEBEREICH
239200             GSTTAB-EIN-AUSGABEBEREICH
239300       END-CALL
239400     END-EVALUATE
239500     .
239600 5320-SATZ-ANWENDEN-1002.
239700 5320-SATZ-ANWENDEN-EXIT.
239800     EXIT.
239900/---------------------------------------------------------------*
240000* Schwebende Aenderung zur Tabelle/zum Schluessel des Eintrags  *
240100* aus KA02AKPD lesen                                            *
240200*---------------------------------------------------------------*
240300 5900-PD-LESEN SECTION.
240400 5900-PD-LESEN-1001.
240500     MOVE FBU-AE-TABELLE (H-AE-IND)
240600                                  TO KAI0APD-TABELLE
240700     MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
240800                                  TO KAI0APD-SCHLUESSEL
240900     CALL "CGSTAB"
241000     USING C-TAB-LESEN-EQUAL
241100           C-KONFIG-ID-KA
241200           C-OBJEKT-TAB-KA02AKPD
241300           GSOVER-VERSTAENDIGUNGSBEREICH
241400           KAI0APD-EINGABEBEREICH
241500           KAO0APD-AUSGABEBEREICH
241600           GSTTAB-EIN-AUSGABEBEREICH
241700     END-CALL
241800     .
241900 5900-PD-LESEN-1002.
242000 5900-PD-LESEN-EXIT.
242100     EXIT.
242200/---------------------------------------------------------------*
242300* Abschlussprotokoll                                            *
242400*---------------------------------------------------------------*
242500 7000-ABSCHLUSS SECTION.
242600 7000-ABSCHLUSS-1001.
242700     INITIALIZE FBU-DETAIL
242800     MOVE "SUMME"                 TO FBU-D-BEREICH
242900     MOVE "ERMITTELT"             TO FBU-D-ART
243000     MOVE H-AE-ANZ                TO FBU-D-ANZ-ALT
243100     MOVE "STAMMDATEN-AENDERUNGEN"
243200                                  TO FBU-D-TEXT
243300     PERFORM 7900-ZEILE-SCHREIBEN THRU 7900-ZEILE-SCHREIBEN-EXIT
243400     INITIALIZE FBU-DETAIL
243500     MOVE "SUMME"                 TO FBU-D-BEREICH
243600     MOVE H-ANZ-VERARBEITET       TO FBU-D-ANZ-ALT
243700     MOVE H-ANZ-ABGEWIESEN        TO FBU-D-ANZ-NEU
243800     EVALUATE TRUE
243900     WHEN FBU-PROBELAUF
244000       MOVE "PROBELAUF"           TO FBU-D-ART
244100       MOVE "PROBELAUF - NICHTS VERAENDERT"
244200                                  TO FBU-D-TEXT
244300     WHEN FBU-EINSTELLEN
244400       MOVE "EINGESTELLT"         TO FBU-D-ART
244500       MOVE "FREIGABE MIT MODUS A DURCH ZWEITEN BENUTZER"
244600                                  TO FBU-D-TEXT
244700     WHEN OTHER
244800       MOVE "AKTIVIERT"           TO FBU-D-ART
244900       MOVE "AKTIVIERT / ABGEWIESEN"
245000                                  TO FBU-D-TEXT
245100     END-EVALUATE
245200     PERFORM 7900-ZEILE-SCHREIBEN THRU 7900-ZEILE-SCHREIBEN-EXIT
245300     IF FBU-AUSFUEHREN
245400     THEN
245500       INITIALIZE FBU-DETAIL
245600       MOVE "SUMME"               TO FBU-D-BEREICH
245700       MOVE "UMGEHAENGT"          TO FBU-D-ART
245800       MOVE H-ANZ-UMGEHAENGT      TO FBU-D-ANZ-ALT
245900       MOVE H-ANZ-POSTEN-FEHLER   TO FBU-D-ANZ-NEU
246000       MOVE "POSTEN UMGEHAENGT / NICHT UMGEHAENGT"
246100                                  TO FBU-D-TEXT
246200       PERFORM 7900-ZEILE-SCHREIBEN
246300                              THRU 7900-ZEILE-SCHREIBEN-EXIT
246400     END-IF
246500     .
246600 7000-ABSCHLUSS-1002.
246700 7000-ABSCHLUSS-EXIT.
246800     EXIT.
246900/---------------------------------------------------------------*
247000* Zaehlstand je Bereich ausgeben (Art in FBU-D-ART)             *
247100*---------------------------------------------------------------*
247200 7100-STAND-AUSGEBEN SECTION.
247300 7100-STAND-AUSGEBEN-1001.
247400     PERFORM 7110-BEREICH-AUSGEBEN
247500                              THRU 7110-BEREICH-AUSGEBEN-EXIT
247600             VARYING H-BEREICH FROM 1 BY 1
247700             UNTIL H-BEREICH      > C-B-ANZAHL
247800     .
247900 7100-STAND-AUSGEBEN-1002.
248000 7100-STAND-AUSGEBEN-EXIT.
248100     EXIT.
248200/---------------------------------------------------------------*
248300* Zaehlstand eines Bereichs ausgeben                            *
248400*---------------------------------------------------------------*
248500 7110-BEREICH-AUSGEBEN SECTION.
248600 7110-BEREICH-AUSGEBEN-1001.
248700     MOVE C-BEREICH-NAME (H-BEREICH)
248800                                  TO FBU-D-BEREICH
248900     MOVE H-ANZ-ALT (H-BEREICH)   TO FBU-D-ANZ-ALT
249000     MOVE H-ANZ-NEU (H-BEREICH)   TO FBU-D-ANZ-NEU
249100     MOVE SPACE                   TO FBU-D-AKTION
249200                                     FBU-D-TEXT
249300                                     FBU-D-MELDUNG
249400     IF H-BEREICH                 = C-B-APO
249500        AND TREFFERGRENZE-ERREICHT
249600     THEN
249700       MOVE "MINDESTENS - TREFFERSEITE VON 200 POSTEN VOLL"
249800                                  TO FBU-D-TEXT
249900     END-IF
250000     PERFORM 7900-ZEILE-SCHREIBEN THRU 7900-ZEILE-SCHREIBEN-EXIT
250100     .
250200 7110-BEREICH-AUSGEBEN-1002.
250300 7110-BEREICH-AUSGEBEN-EXIT.
250400     EXIT.
250500/---------------------------------------------------------------*
250600* Eine Aenderung ausgeben (Art und Meldung bereits gesetzt)     *
250700*---------------------------------------------------------------*
250800 7200-AENDERUNG-AUSGEBEN SECTION.
250900 7200-AENDERUNG-AUSGEBEN-1001.
251000     MOVE FBU-AE-TABELLE (H-AE-IND)
251100                                  TO FBU-D-BEREICH
251200     MOVE H-AE-IND                TO FBU-D-ANZ-ALT
251300     MOVE ZERO                    TO FBU-D-ANZ-NEU
251400     MOVE FBU-AE-AKTION (H-AE-IND)
251500                                  TO FBU-D-AKTION
251600     MOVE FBU-AE-SCHLUESSEL (H-AE-IND)
251700                                  TO FBU-D-TEXT
251800     PERFORM 7900-ZEILE-SCHREIBEN THRU 7900-ZEILE-SCHREIBEN-EXIT
251900     .
252000 7200-AENDERUNG-AUSGEBEN-1002.
252100 7200-AENDERUNG-AUSGEBEN-EXIT.
252200     EXIT.
252300/---------------------------------------------------------------*
252400* Protokollzeile schreiben                                      *
252500*---------------------------------------------------------------*
252600 7900-ZEILE-SCHREIBEN SECTION.
252700 7900-ZEILE-SCHREIBEN-1001.
252800     MOVE FBU-DETAIL              TO FBU-DRUCKZEILE
252900     WRITE FBU-DRUCKZEILE
253000     .
253100 7900-ZEILE-SCHREIBEN-1002.
253200 7900-ZEILE-SCHREIBEN-EXIT.
253300     EXIT.
253400/---------------------------------------------------------------*
253500* Start im zentralen Laufregister melden                        *
253600*---------------------------------------------------------------*
253700 8000-LAUFREGISTER-START SECTION.
253800 8000-LAUFREGISTER-START-1001.
253900     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
254000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
254100     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
254200     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
254300                                     KAIRUN-ANZ-GESCHRIEBEN
254400                                     KAIRUN-ANZ-FEHLER
254500     CALL "AKARUN"
254600     USING KAIRUN-EINGABEBEREICH
254700           GSOVER-VERSTAENDIGUNGSBEREICH
254800     END-CALL
254900     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
255000     .
255100 8000-LAUFREGISTER-START-1002.
255200 8000-LAUFREGISTER-START-EXIT.
255300     EXIT.
255400/---------------------------------------------------------------*
255500* Ende mit Kontrollsummen im zentralen Laufregister melden      *
255600*---------------------------------------------------------------*
255700 8100-LAUFREGISTER-ENDE SECTION.
255800 8100-LAUFREGISTER-ENDE-1001.
255900     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
256000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
256100     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
256200     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
256300     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
256400     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
256500     CALL "AKARUN"
256600     USING KAIRUN-EINGABEBEREICH
256700           GSOVER-VERSTAENDIGUNGSBEREICH
256800     END-CALL
256900     .
257000 8100-LAUFREGISTER-ENDE-1002.
257100 8100-LAUFREGISTER-ENDE-EXIT.
257200     EXIT.
257300/---------------------------------------------------------------*
257400* Programmende                                                  *
257500*---------------------------------------------------------------*
257600 9999-EXIT SECTION.
257700 9999-EXIT-1001.
257800     CLOSE FBUPARM
257900     CLOSE FBUAUS
258000     .
258100 9999-EXIT-1002.
258200 9999-EXIT-EXIT.
258300     EXIT.
