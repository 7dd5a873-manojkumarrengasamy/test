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
000160*@Titel         : Nachweisdossier je Schliessung
000160*@Elementname   : akados.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Nachweisdossier je Schliessung            *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Stellt fuer eine Liste von Schliessungen je Schliessung  *
001800* ein vollstaendiges Nachweisdossier im festen Drucklayout *
001900* zusammen (QS-Stichprobe AKAQSP, Pruefer-Stichprobe       *
002000* AKAJEX, Einzelanforderung). Auswahl ueber DOSPARM, je    *
002100* Zeile: S = eine Schliessungsnummer, Q = alle gezogenen   *
002200* Schliessungen eines Ziehungsmonats JJJJMM (KA03AKQS),    *
002300* J = alle Schliessungen der Stichprobendatei JEXSCH des   *
002400* Jahresend-Extrakts (Eingabe DOSJEX). Doppelte Nummern    *
002500* werden nur einmal aufbereitet.                           *
002600* Das Dossier enthaelt in fester Abschnittsfolge:          *
002700*  1. Kopf der Schliessung (KKA5SL, AKA5OF Detail)         *
002800*  2. Vier-Augen-Nachweis: Anleger, Freigeber, Zeitpunkte, *
002900*     Freigabe als Vertreter lt. Delegation KA02AKDL       *
003000*  3. Grund-Code und Bemerkung der Schliessung             *
003100*  4. Posten mit Auszugsherkunft (Herkunft, Konto,         *
003200*     Auszug, Ursprungskonto, Transaktions-Id), Siegel     *
003300*     des Rohauszugs (KA02AKSE) und Notizen (AKABEM)       *
003400*  5. Journal KJD100 (Freigabe, Ablehnung, Aufhebung,      *
003500*     Ruecknahme) mit Benutzer und Bemerkung               *
003600*  6. Belege (AKADOC, KA02AKDS)                            *
003700*  7. Hauptbuch: Vormerkung, Versand und Quittung          *
003800*     (KA02AKGB)                                           *
003900*  8. QS-Urteil (KA02AKQS) und Legal Hold (AKALHD)         *
004000*  9. Befunde und Dossierstatus (V vollstaendig,           *
004100*     U unvollstaendig)                                    *
004200* DOSAUS ist der Ausdruck. DOSARC ist die Lieferung an das *
004300* Dokumentenarchiv (Layoutversion 001): Kopfsatz K, je     *
004400* Dossier ein Indexsatz I mit den Indexdaten des Archivs   *
004500* und die Dossierzeilen D, Schlusssatz T mit Anzahl        *
004600* Dossiers und Zeilen. Die Aufbewahrung laeuft bis zum     *
004700* Jahresende des zehnten Jahres nach der Freigabe.         *
004800* Im Laufregister AKARUN: gelesen = angeforderte           *
004900* Schliessungen, geschrieben = erstellte Dossiers,         *
005000* Fehler = nicht gefundene Schliessungen und               *
005100* unvollstaendige Dossiers.                                *
005200*@E-ELEMENTBESCHREIBUNG                                    *
005300*                                                          *
005400*@A-MODULAUFRUF                                            *
005500* CGSTAB  : Tabellenzugriff und Zeilenscans                *
005600* KKA5SL  : Schliessung lesen (CGSAUF)                     *
005700* AKA5OF  : Posten der Schliessung, Positionsauskunft      *
005800* AKABEM  : Notizen einer Position                         *
005900* AKADOC  : Belege einer Schliessung (CGSAUF)              *
006000* KJD100  : Journal im Lesemodus (CGSAUF)                  *
006100* AKALHD  : Legal Hold lesen                               *
006200* AKARUN  : Zentrales Laufregister                         *
006300*@E-MODULAUFRUF                                            *
006400*                                                          *
006500*@A-COBOL-COPY                                             *
006600* Benoetigte COBOL-Copies:                                 *
006700* DCTGRCGE   : RETURNCODE GEWICHTE                         *
006800* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
006900* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
007000* DKAXIND    : INDICES AKA5OF                              *
007100* CKAXIND    : INDICES AKA5OF                              *
007200* CKAI5SL1   : EINGABEBEREICH KKA5SL                       *
007300* CKAO5SL1   : AUSGABEBEREICH KKA5SL                       *
007400* CKAI5OF1   : EINGABEBEREICH AKA5OF DETAIL                *
007500* CKAO5OF1   : AUSGABEBEREICH AKA5OF DETAIL                *
007600* CKAI5OF2   : EINGABEBEREICH AKA5OF LISTE                 *
007700* CKAO5OF2   : AUSGABEBEREICH AKA5OF LISTE                 *
007800* CKAIBEM    : SCHNITTSTELLE AKABEM                        *
007900* CKAIADOC   : EINGABEBEREICH AKADOC                       *
008000* CKAOADOC   : AUSGABEBEREICH AKADOC                       *
008100* CJDI100    : EINGABEBEREICH KJD100                       *
008200* CJDO100    : AUSGABEBEREICH KJD100                       *
008300* CCJDIND    : INDICES KJD100                              *
008400* CJDAENES   : AENDERUNGSSATZ KJD100                       *
008500* CKAI0AKD   : EINGABEBEREICH KA02AKDL                     *
008600* CKAO0AKD   : AUSGABEBEREICH KA02AKDL                     *
008700* CKAI0ASE   : EINGABEBEREICH KA02AKSE                     *
008800* CKAO0ASE   : AUSGABEBEREICH KA02AKSE                     *
008900* CKAI0AKB   : EINGABEBEREICH KA02AKGB                     *
009000* CKAO0AKB   : AUSGABEBEREICH KA02AKGB                     *
009100* CKAI0AQS   : EINGABEBEREICH KA02AKQS                     *
009200* CKAO0AQS   : AUSGABEBEREICH KA02AKQS                     *
009300* CKA0AKQS   : ZEILENSCAN KA03AKQS                         *
009400* CKAILHD    : SCHNITTSTELLE AKALHD                        *
009500* CKAIRUN    : EINGABEBEREICH AKARUN                       *
009600*@E-COBOL-COPY                                             *
009700*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58818                                               *      D01
090052*     Neuanlage - Nachweisdossier je Schliessung fuer      *      D01
090053*     Pruefer und Dokumentenarchiv.                        *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKADOS.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT DOSPARM               ASSIGN TO "DOSPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT DOSJEX                ASSIGN TO "DOSJEX"
101300                                  ORGANIZATION IS LINE SEQUENTIAL
101400                                  FILE STATUS IS H-JEX-FS.
101500     SELECT DOSAUS                ASSIGN TO "DOSAUS"
101600                                  ORGANIZATION IS LINE SEQUENTIAL.
101700     SELECT DOSARC                ASSIGN TO "DOSARC"
101800                                  ORGANIZATION IS LINE SEQUENTIAL.
101900 DATA DIVISION.
102000 FILE SECTION.
102100 FD  DOSPARM
102200     RECORDING MODE IS F.
102300 01  DOS-PARM-SATZ.
102400     05 DOS-P-ART                 PIC X(001).
102500        88 DOS-P-SCHLIESSUNG      VALUE "S".
102600        88 DOS-P-QS-MONAT         VALUE "Q".
102700        88 DOS-P-JEX-STICHPROBE   VALUE "J".
102800     05 FILLER                    PIC X(001).
102900     05 DOS-P-WERT                PIC X(012).
103000     05 DOS-P-SCHLIESSUNGSNR      REDEFINES DOS-P-WERT
103100                                  PIC 9(012).
103200     05 DOS-P-MONAT-SICHT         REDEFINES DOS-P-WERT.
103300        10 DOS-P-ZIEHUNGSMONAT    PIC 9(006).
103400        10 FILLER                 PIC X(006).
103500 FD  DOSJEX
103600     RECORDING MODE IS F.
103700 01  DOS-JEX-SATZ.
103800     05 DOS-J-SATZART             PIC X(004).
103900     05 DOS-J-SCHLIESSUNGSNR      PIC 9(012).
104000     05 FILLER                    PIC X(154).
104100 FD  DOSAUS
104200     RECORDING MODE IS F.
104300 01  DOS-DRUCKZEILE               PIC X(132).
104400 FD  DOSARC
104500     RECORDING MODE IS F.
104600 01  DOS-ARCHIVSATZ               PIC X(200).
104700*---------------------------------------------------------------*
104800* WORKING-STORAGE-Section                                       *
104900*---------------------------------------------------------------*
105000 WORKING-STORAGE SECTION.
105100 01  VERS-INF.
105200     05  FILLER PIC X(13) VALUE "ELEM=akados  ".
105300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105400/---------------------------------------------------------------*
105500* Konstanten                                                    *
105600*---------------------------------------------------------------*
105700 01  GS-KONSTANTEN.
105800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105900     20 C-KONFIG-ID-GS            PIC X(002) VALUE "GS".
106000     20 C-AKADOS                  PIC X(006) VALUE "AKADOS".
106100     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
106200     20 C-OBJEKT-AUFTRAG-KKA5SL   PIC X(020) VALUE "KKA5SL".
106300     20 C-OBJEKT-AKADOC           PIC X(020) VALUE "AKADOC".
106400     20 C-OBJEKT-KJD100           PIC X(020) VALUE "KJD100".
106500     20 C-01-INT-LES-SCH-DETAIL   PIC X(040)
106600                                  VALUE "01-INT-LES-SCH-DETAIL".
106700     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
106800                                  VALUE "01-STD-APO-LIST-Z-SCH".
106900     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
107000                                  VALUE "01-STD-APO-L-DET-AUSK".
107100     20 C-01-INT-LES-NOTIZEN      PIC X(040)
107200                                  VALUE "01-INT-LES-NOTIZEN".
107300     20 C-01-INT-DOK-LISTE        PIC X(040)
107400                                  VALUE "01-INT-DOK-LISTE".
107500     20 C-01-INT-LH-LESEN         PIC X(040)
107600                                  VALUE "01-INT-LH-LESEN".
107700     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
107800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107900     20 C-OBJEKT-TAB-KA03AKQS     PIC X(009) VALUE "KA03AKQS".
108000     20 C-OBJEKT-TAB-KA02AKQS     PIC X(009) VALUE "KA02AKQS".
108100     20 C-OBJEKT-TAB-KA02AKDL     PIC X(009) VALUE "KA02AKDL".
108200     20 C-OBJEKT-TAB-KA02AKSE     PIC X(009) VALUE "KA02AKSE".
108300     20 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".
108400     20 C-VERARB-KZ-LESEN         PIC X(001) VALUE "9".
108500     20 C-QUELLE-ROHTEXT          PIC X(001) VALUE "W".
108600     20 C-LH-TYP-SCHLIESSUNG      PIC X(002) VALUE "SL".
108700     20 C-JEX-SATZART-SCH         PIC X(004) VALUE "SCH;".
108800     20 C-J                       PIC X(001) VALUE "J".
108900     20 C-N                       PIC X(001) VALUE "N".
109000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
109100     20 C-MAX-TREFFER             PIC 9(003) VALUE 200.
109200     20 C-MAX-ANFORDERUNG         PIC 9(005) COMP-3 VALUE 2000.
109300     20 C-MAX-ZEILEN              PIC 9(005) COMP-3 VALUE 3000.
109400     20 C-MAX-JD-GV               PIC 9(001) VALUE 4.
109500     20 C-AUFBEWAHRUNG-JAHRE      PIC 9(002) VALUE 10.
109600     20 C-MMTT-JAHRESENDE         PIC 9(004) VALUE 1231.
109700 01  C-STATI.
109800     05 C-STATUS-FREIZUGEBEN      PIC 9(001) VALUE 5.
109900     05 C-STATUS-ABGELEHNT        PIC 9(001) VALUE 6.
110000     05 C-STATUS-GESCHLOSSEN      PIC 9(001) VALUE 8.
110100     05 C-STATUS-AUFGEHOBEN       PIC 9(001) VALUE 9.
110200 01  C-ARCHIV.
110300     05 C-SATZART-KOPF            PIC X(001) VALUE "K".
110400     05 C-SATZART-INDEX           PIC X(001) VALUE "I".
110500     05 C-SATZART-DETAIL          PIC X(001) VALUE "D".
110600     05 C-SATZART-SCHLUSS         PIC X(001) VALUE "T".
110700     05 C-LAYOUT-VERSION          PIC X(003) VALUE "001".
110800     05 C-DOKUMENTART             PIC X(012) VALUE "KA-SCHL-DOSS".
110900     05 C-DOSSIER-VOLLSTAENDIG    PIC X(001) VALUE "V".
111000     05 C-DOSSIER-UNVOLLSTAENDIG  PIC X(001) VALUE "U".
111100*    Journal-Geschaeftsvorfaelle der Schliessung (siehe AKA4OF)
111200 01  C-JD-GV-WERTE.
111300     05 FILLER                    PIC X(008) VALUE "KASCHLFR".
111400     05 FILLER                    PIC X(030) VALUE
111500                                  "Schliessung freigegeben".
111600     05 FILLER                    PIC X(008) VALUE "KASCHLAB".
111700     05 FILLER                    PIC X(030) VALUE
111800                                  "Schliessung abgelehnt".
111900     05 FILLER                    PIC X(008) VALUE "KASCHLAF".
112000     05 FILLER                    PIC X(030) VALUE
112100                                  "Schliessung aufgehoben".
112200     05 FILLER                    PIC X(008) VALUE "KASCHLRV".
112300     05 FILLER                    PIC X(030) VALUE
112400                                  "Schliessung zurueckgenommen".
112500 01  C-JD-GV-TABELLE REDEFINES C-JD-GV-WERTE.
112600     05 C-JD-GV-EINTRAG           OCCURS 4.
112700        10 C-JD-GV                PIC X(008).
112800        10 C-JD-TEXT              PIC X(030).
112900/---------------------------------------------------------------*
113000* Dossierzeile (132 Stellen) mit Sichten je Abschnitt           *
113100*---------------------------------------------------------------*
113200 01  DOS-ZEILE                    PIC X(132).
113300 01  DOS-Z-KOPF                   REDEFINES DOS-ZEILE.
113400     05 FILLER                    PIC X(002).
113500     05 DOS-Z-K-TITEL             PIC X(040).
113600     05 DOS-Z-K-SCHLIESSUNGSNR    PIC 9(012).
113700     05 FILLER                    PIC X(004).
113800     05 DOS-Z-K-TEXT              PIC X(074).
113900 01  DOS-Z-ABSCHNITT              REDEFINES DOS-ZEILE.
114000     05 DOS-Z-A-NUMMER            PIC 9(001).
114100     05 DOS-Z-A-PUNKT             PIC X(002).
114200     05 DOS-Z-A-TITEL             PIC X(129).
114300 01  DOS-Z-FELD                   REDEFINES DOS-ZEILE.
114400     05 FILLER                    PIC X(003).
114500     05 DOS-Z-F-NAME              PIC X(024).
114600     05 DOS-Z-F-DP                PIC X(002).
114700     05 DOS-Z-F-WERT              PIC X(103).
114800 01  DOS-Z-POSTEN                 REDEFINES DOS-ZEILE.
114900     05 FILLER                    PIC X(003).
115000     05 DOS-Z-P-AK-NUMMER         PIC 9(005).
115100     05 FILLER                    PIC X(001).
115200     05 DOS-Z-P-HERKUNFT          PIC X(011).
115300     05 FILLER                    PIC X(001).
115400     05 DOS-Z-P-KONTO-ID          PIC X(035).
115500     05 FILLER                    PIC X(001).
115600     05 DOS-Z-P-AUSZUGSDATUM      PIC 9(008).
115700     05 FILLER                    PIC X(001).
115800     05 DOS-Z-P-AUSZUGSNUMMER     PIC 9(005).
115900     05 FILLER                    PIC X(001).
116000     05 DOS-Z-P-AUSZUG-FNR        PIC 9(005).
116100     05 FILLER                    PIC X(001).
116200     05 DOS-Z-P-LFD-NR            PIC 9(007).
116300     05 FILLER                    PIC X(001).
116400     05 DOS-Z-P-BETRAG            PIC -(12)9,99.
116500     05 FILLER                    PIC X(001).
116600     05 DOS-Z-P-WAEHRUNG          PIC X(003).
116700     05 FILLER                    PIC X(001).
116800     05 DOS-Z-P-VALUTA            PIC 9(008).
116900     05 FILLER                    PIC X(001).
117000     05 DOS-Z-P-PRIMANOTA         PIC X(006).
117100     05 FILLER                    PIC X(006).
117200 01  DOS-Z-HERKUNFT               REDEFINES DOS-ZEILE.
117300     05 FILLER                    PIC X(009).
117400     05 DOS-Z-H-KENNUNG           PIC X(010).
117500     05 DOS-Z-H-KONTO-ID-ORIG     PIC X(035).
117600     05 FILLER                    PIC X(001).
117700     05 DOS-Z-H-TRANSAKTION-ID    PIC X(016).
117800     05 FILLER                    PIC X(001).
117900     05 DOS-Z-H-SIEGEL            PIC X(060).
118000 01  DOS-Z-EREIGNIS               REDEFINES DOS-ZEILE.
118100     05 FILLER                    PIC X(009).
118200     05 DOS-Z-E-KENNUNG           PIC X(010).
118300     05 DOS-Z-E-DATUM             PIC 9(008).
118400     05 FILLER                    PIC X(001).
118500     05 DOS-Z-E-USER              PIC X(008).
118600     05 FILLER                    PIC X(001).
118700     05 DOS-Z-E-TEXT              PIC X(095).
118800 01  DOS-Z-BEFUND                 REDEFINES DOS-ZEILE.
118900     05 FILLER                    PIC X(003).
119000     05 DOS-Z-B-ART               PIC X(008).
119100     05 FILLER                    PIC X(001).
119200     05 DOS-Z-B-TEXT              PIC X(120).
119300/---------------------------------------------------------------*
119400* Saetze der Archivlieferung DOSARC (Layoutversion 001)         *
119500*---------------------------------------------------------------*
119600 01  DOS-ARC-KOPF.
119700     05 DOS-K-SATZART             PIC X(001).
119800     05 DOS-K-LAUFDATUM           PIC 9(008).
119900     05 DOS-K-LIEFERUNG-ID        PIC X(014).
120000     05 DOS-K-LAYOUT-VERSION      PIC X(003).
120100     05 DOS-K-PROGRAMM            PIC X(008).
120200     05 FILLER                    PIC X(166) VALUE SPACE.
120300 01  DOS-ARC-INDEX.
120400     05 DOS-I-SATZART             PIC X(001).
120500     05 DOS-I-DOKUMENTART         PIC X(012).
120600     05 DOS-I-SCHLIESSUNGSNR      PIC 9(012).
120700     05 DOS-I-AK-NUMMER           PIC 9(005).
120800     05 DOS-I-FACHBEREICH         PIC X(004).
120900     05 DOS-I-SCHLIESSUNGSART     PIC X(002).
121000     05 DOS-I-SCH-STATUS          PIC 9(001).
121100     05 DOS-I-ANLEGER             PIC X(008).
121200     05 DOS-I-ANLAGE-DATUM        PIC 9(008).
121300     05 DOS-I-FREIGEBER           PIC X(008).
121400     05 DOS-I-FREIGABE-DATUM      PIC 9(008).
121500     05 DOS-I-GRUND-CODE          PIC X(004).
121600     05 DOS-I-ANLASS              PIC X(001).
121700     05 DOS-I-DOSSIER-STATUS      PIC X(001).
121800     05 DOS-I-ANZ-POSTEN          PIC 9(005).
121900     05 DOS-I-ANZ-ZEILEN          PIC 9(005).
122000     05 DOS-I-AUFBEWAHREN-BIS     PIC 9(008).
122100     05 DOS-I-ERSTELL-DATUM       PIC 9(008).
122200     05 FILLER                    PIC X(099) VALUE SPACE.
122300 01  DOS-ARC-DETAIL.
122400     05 DOS-D-SATZART             PIC X(001).
122500     05 DOS-D-SCHLIESSUNGSNR      PIC 9(012).
122600     05 DOS-D-ZEILENNR            PIC 9(005).
122700     05 DOS-D-TEXT                PIC X(132).
122800     05 FILLER                    PIC X(050) VALUE SPACE.
122900 01  DOS-ARC-SCHLUSS.
123000     05 DOS-T-SATZART             PIC X(001).
123100     05 DOS-T-ANZ-DOSSIERS        PIC 9(007).
123200     05 DOS-T-ANZ-ZEILEN          PIC 9(009).
123300     05 DOS-T-ANZ-UNVOLLSTAENDIG  PIC 9(007).
123400     05 FILLER                    PIC X(176) VALUE SPACE.
123500/---------------------------------------------------------------*
123600* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
123700*---------------------------------------------------------------*
123800  COPY DCTGRCGE.
123900  COPY CGSOVER.
124000  COPY CGSTTAB.
124100  COPY DKAXIND.
124200  COPY CKAXIND.
124300  COPY CKAI5SL1.
124400  COPY CKAO5SL1.
124500  COPY CKAI5OF1.
124600  COPY CKAO5OF1.
124700  COPY CKAI5OF2.
124800  COPY CKAO5OF2.
124900  COPY CKAIBEM.
125000  COPY CKAIADOC.
125100  COPY CKAOADOC.
125200  COPY CJDI100.
125300  COPY CJDO100.
125400  COPY CCJDIND.
125500 01  AENDERUNGEN.
125600     05 AEND-TABELLE              OCCURS 50.
125700     COPY CJDAENES                REPLACING 01 BY 10,
125800                                  ==(01)== BY ==(01)==.
125900  COPY CKAI0AKD.
126000  COPY CKAO0AKD.
126100  COPY CKAI0ASE.
126200  COPY CKAO0ASE.
126300  COPY CKAI0AKB.
126400  COPY CKAO0AKB.
126500  COPY CKAI0AQS.
126600  COPY CKAO0AQS.
126700  COPY CKA0AKQS.
126800  COPY CKAILHD.
126900  COPY CKAIRUN.
127000 01  DUMMY                        PIC X(001).
127100 01  H-RUN-ZAEHLER.
127200     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
127300     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
127400     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
127500 01  C-LAUFREGISTER-KONSTANTEN.
127600     05 C-01-INT-LAUF-START       PIC X(040) VALUE
127700                                  "01-INT-LAUF-START".
127800     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
127900                                  "01-INT-LAUF-ENDE".
128000     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKADOS".
128100/---------------------------------------------------------------*
128200* Angeforderte Schliessungen (doppelte Anforderungen entfallen) *
128300*---------------------------------------------------------------*
128400 01  DOS-ANF-TABELLE.
128500     05 DOS-ANF-ANZ               PIC 9(005) COMP-3 VALUE ZERO.
128600     05 DOS-ANF-EINTRAG           OCCURS 2000.
128700        10 DOS-ANF-SCHLIESSUNGSNR PIC 9(012).
128800        10 DOS-ANF-ANLASS         PIC X(001).
128900 01  H-ANF-IND                    PIC 9(005) COMP-3.
129000 01  H-ANF-NR                     PIC 9(012).
129100 01  H-ANF-ANLASS                 PIC X(001).
129200 01  H-ANZ-UEBERLAUF              PIC 9(005) COMP-3 VALUE ZERO.
129300/---------------------------------------------------------------*
129400* Zeilenpuffer eines Dossiers (fuer Indexsatz und Ausgabe)      *
129500*---------------------------------------------------------------*
129600 01  DOS-PUFFER.
129700     05 DOS-ZEILEN-ANZ            PIC 9(005) COMP-3.
129800     05 DOS-PUFFER-ZEILE          PIC X(132) OCCURS 3000.
129900 01  H-ZEILEN-IND                 PIC 9(005) COMP-3.
130000 01  H-PUFFER-KZ                  PIC X(001).
130100     88 PUFFER-VOLL               VALUE "J".
130200     88 PUFFER-FREI               VALUE "N".
130300/---------------------------------------------------------------*
130400* Merkmale des aktuellen Dossiers                               *
130500*---------------------------------------------------------------*
130600 01  H-DOSSIER.
130700     05 H-D-SCHLIESSUNGSNR        PIC 9(012).
130800     05 H-D-AK-NUMMER             PIC 9(005).
130900     05 H-D-FACHBEREICH           PIC X(004).
131000     05 H-D-SCHLIESSUNGSART       PIC X(002).
131100     05 H-D-REGEL-NR              PIC 9(005).
131200     05 H-D-SCH-STATUS            PIC 9(001).
131300     05 H-D-ANLEGER               PIC X(008).
131400     05 H-D-ANLAGE-DATUM          PIC 9(008).
131500     05 H-D-ANLAGE-TS             PIC X(026).
131600     05 H-D-FREIGEBER             PIC X(008).
131700     05 H-D-FREIGABE-DATUM        PIC 9(008).
131800     05 H-D-FREIGABE-TS           PIC X(026).
131900     05 H-D-BEMERKUNG             PIC X(060).
132000     05 H-D-GRUND-CODE            PIC X(004).
132100     05 H-D-ANZ-POSTEN            PIC 9(005).
132200     05 H-D-ANZ-BEFUNDE           PIC 9(003).
132300     05 H-D-STATUS                PIC X(001).
132400 01  H-BEFUND-ART                 PIC X(008).
132500 01  H-BEFUND-TEXT                PIC X(120).
132600 01  H-ZEILE-SICHERUNG            PIC X(132).
132700 01  H-DETAIL-KZ                  PIC X(001).
132800     88 DETAIL-GEFUNDEN           VALUE "J".
132900     88 DETAIL-N-GEFUNDEN         VALUE "N".
133000 01  H-FREIGABE-JRN-KZ            PIC X(001).
133100     88 FREIGABE-JOURNALISIERT    VALUE "J".
133200     88 FREIGABE-N-JOURNALISIERT  VALUE "N".
133300/---------------------------------------------------------------*
133400* Hilfsvariable                                                 *
133500*---------------------------------------------------------------*
133600 01  H-JEX-FS                     PIC X(002).
133700 01  H-PARM-KZ                    PIC X(001).
133800     88 PARM-VORHANDEN            VALUE "J".
133900     88 PARM-N-VORHANDEN          VALUE "N".
134000 01  H-JEX-KZ                     PIC X(001).
134100     88 JEX-VORHANDEN             VALUE "J".
134200     88 JEX-N-VORHANDEN           VALUE "N".
134300 01  H-SCAN-STATUS                PIC X(001).
134400     88 SCAN-GEFUNDEN             VALUE "J".
134500     88 SCAN-N-GEFUNDEN           VALUE "N".
134600 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
134700 01  H-INDEX                      PIC 9(003) COMP-3.
134800 01  H-IND                        PIC 9(003) COMP-3.
134900 01  H-JD-IND                     PIC 9(001).
135000 01  H-ZUGRIFFSKRITERIUM          PIC 9(007).
135100 01  H-LAUFDATUM                  PIC 9(008).
135200 01  H-LAUFZEIT                   PIC 9(008).
135300 01  H-LIEFERUNG-ID.
135400     05 H-LIEF-DATUM              PIC 9(008).
135500     05 H-LIEF-ZEIT               PIC 9(006).
135600 01  H-AUFBEWAHREN-BIS.
135700     05 H-AUFB-JAHR               PIC 9(004).
135800     05 H-AUFB-MMTT               PIC 9(004).
135900 01  H-DATUM-JAHR                 REDEFINES H-AUFBEWAHREN-BIS
136000                                  PIC 9(008).
136100 01  H-ANZ-DOSSIERS               PIC 9(007) VALUE ZERO.
136200 01  H-ANZ-UNVOLLSTAENDIG         PIC 9(007) VALUE ZERO.
136300 01  H-ANZ-ARC-ZEILEN             PIC 9(009) VALUE ZERO.
136400 01  H-ANZAHL-ED                  PIC Z(004)9.
136500 01  H-BETRAG-ED                  PIC -(12)9,99.
136600/****************************************************************
136700 PROCEDURE DIVISION.
136800*****************************************************************
136900 0000-MAINLINE SECTION.
137000 0000-MAINLINE-1001.
137100     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
137200     PERFORM 2000-ANFORDERUNGEN   THRU 2000-ANFORDERUNGEN-EXIT
137300     PERFORM 3000-DOSSIER         THRU 3000-DOSSIER-EXIT
137400             VARYING H-ANF-IND FROM 1 BY 1
137500             UNTIL H-ANF-IND      > DOS-ANF-ANZ
137600     PERFORM 7000-ABSCHLUSS       THRU 7000-ABSCHLUSS-EXIT
137700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
137800     STOP RUN
137900     .
138000 0000-MAINLINE-1002.
138100     EXIT.
138200/---------------------------------------------------------------*
138300* Initialisierung: Dateien oeffnen, Kopfsatz der Lieferung      *
138400*---------------------------------------------------------------*
138500 1000-INITIALISIERUNG SECTION.
138600 1000-INITIALISIERUNG-1001.
138700     OPEN INPUT  DOSPARM
138800     OPEN OUTPUT DOSAUS
138900     OPEN OUTPUT DOSARC
139000     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
139100     ACCEPT H-LAUFZEIT            FROM TIME
139200     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
139300     MOVE D-CJDIND-INDICES        TO CJDIND-INDICES
139400     MOVE H-LAUFDATUM             TO H-LIEF-DATUM
139500     MOVE H-LAUFZEIT (1:6)        TO H-LIEF-ZEIT
139600     MOVE C-SATZART-KOPF          TO DOS-K-SATZART
139700     MOVE H-LAUFDATUM             TO DOS-K-LAUFDATUM
139800     MOVE H-LIEFERUNG-ID          TO DOS-K-LIEFERUNG-ID
139900     MOVE C-LAYOUT-VERSION        TO DOS-K-LAYOUT-VERSION
140000     MOVE C-RUN-PROGRAMM          TO DOS-K-PROGRAMM
140100     MOVE DOS-ARC-KOPF            TO DOS-ARCHIVSATZ
140200     WRITE DOS-ARCHIVSATZ
140300     PERFORM 8000-LAUFREGISTER-START
140400                              THRU 8000-LAUFREGISTER-START-EXIT
140500     .
140600 1000-INITIALISIERUNG-1002.
140700 1000-INITIALISIERUNG-EXIT.
140800     EXIT.
140900/---------------------------------------------------------------*
141000* Anforderungen aus DOSPARM sammeln                             *
141100*---------------------------------------------------------------*
141200 2000-ANFORDERUNGEN SECTION.
141300 2000-ANFORDERUNGEN-1001.
141400     PERFORM 2010-PARM-LESEN      THRU 2010-PARM-LESEN-EXIT
141500     PERFORM UNTIL PARM-N-VORHANDEN
141600       EVALUATE TRUE
141700       WHEN DOS-P-SCHLIESSUNG
141800         IF DOS-P-SCHLIESSUNGSNR  NUMERIC
141900         THEN
142000           MOVE DOS-P-SCHLIESSUNGSNR
142100                                  TO H-ANF-NR
142200           MOVE DOS-P-ART         TO H-ANF-ANLASS
142300           PERFORM 2900-ANFORDERUNG-MERKEN
142400                              THRU 2900-ANFORDERUNG-MERKEN-EXIT
142500         ELSE
142600           PERFORM 2050-PARM-FEHLER
142700                              THRU 2050-PARM-FEHLER-EXIT
142800         END-IF
142900       WHEN DOS-P-QS-MONAT
143000         IF DOS-P-ZIEHUNGSMONAT   NUMERIC
143100         THEN
143200           PERFORM 2100-QS-STICHPROBE
143300                              THRU 2100-QS-STICHPROBE-EXIT
143400         ELSE
143500           PERFORM 2050-PARM-FEHLER
143600                              THRU 2050-PARM-FEHLER-EXIT
143700         END-IF
143800       WHEN DOS-P-JEX-STICHPROBE
143900         PERFORM 2200-JEX-STICHPROBE
144000                              THRU 2200-JEX-STICHPROBE-EXIT
144100       WHEN OTHER
144200         PERFORM 2050-PARM-FEHLER THRU 2050-PARM-FEHLER-EXIT
144300       END-EVALUATE
144400       PERFORM 2010-PARM-LESEN    THRU 2010-PARM-LESEN-EXIT
144500     END-PERFORM
144600     .
144700 2000-ANFORDERUNGEN-1002.
144800 2000-ANFORDERUNGEN-EXIT.
144900     EXIT.
145000/---------------------------------------------------------------*
145100* Eine Anforderungszeile aus DOSPARM lesen                      *
145200*---------------------------------------------------------------*
145300 2010-PARM-LESEN SECTION.
145400 2010-PARM-LESEN-1001.
145500     READ DOSPARM
145600       AT END
145700         SET PARM-N-VORHANDEN     TO TRUE
145800       NOT AT END
145900         SET PARM-VORHANDEN       TO TRUE
146000     END-READ
146100     .
146200 2010-PARM-LESEN-1002.
146300 2010-PARM-LESEN-EXIT.
146400     EXIT.
146500/---------------------------------------------------------------*
146600* Ungueltige Anforderungszeile ausweisen                        *
146700*---------------------------------------------------------------*
146800 2050-PARM-FEHLER SECTION.
146900 2050-PARM-FEHLER-1001.
147000     MOVE SPACE                   TO DOS-ZEILE
147100     MOVE "FEHLER"                TO DOS-Z-B-ART
147200     STRING "ANFORDERUNG UNGUELTIG: "
147300                                  DELIMITED BY SIZE
147400            DOS-PARM-SATZ         DELIMITED BY SIZE
147500            INTO DOS-Z-B-TEXT
147600     MOVE DOS-ZEILE               TO DOS-DRUCKZEILE
147700     WRITE DOS-DRUCKZEILE
147800     ADD C-1                      TO H-RUN-ANZ-FEHLER
147900     .
148000 2050-PARM-FEHLER-1002.
148100 2050-PARM-FEHLER-EXIT.
148200     EXIT.
148300/---------------------------------------------------------------*
148400* QS-Stichprobe eines Ziehungsmonats aus KA03AKQS               *
148500*---------------------------------------------------------------*
148600 2100-QS-STICHPROBE SECTION.
148700 2100-QS-STICHPROBE-1001.
148800     MOVE C-1                     TO H-LFD-ZEILE
148900     PERFORM 2110-QS-ZEILE-LESEN  THRU 2110-QS-ZEILE-LESEN-EXIT
149000     PERFORM UNTIL SCAN-N-GEFUNDEN
149100       IF KA0AKQS-ZIEHUNGSMONAT   = DOS-P-ZIEHUNGSMONAT
149200       THEN
149300         MOVE KA0AKQS-SCHLIESSUNGSNR
149400                                  TO H-ANF-NR
149500         MOVE DOS-P-ART           TO H-ANF-ANLASS
149600         PERFORM 2900-ANFORDERUNG-MERKEN
149700                              THRU 2900-ANFORDERUNG-MERKEN-EXIT
149800       END-IF
149900       ADD C-1                    TO H-LFD-ZEILE
150000       PERFORM 2110-QS-ZEILE-LESEN
150100                              THRU 2110-QS-ZEILE-LESEN-EXIT
150200     END-PERFORM
150300     .
150400 2100-QS-STICHPROBE-1002.
150500 2100-QS-STICHPROBE-EXIT.
150600     EXIT.
150700/---------------------------------------------------------------*
150800* Zeile aus KA03AKQS lesen                                      *
150900*---------------------------------------------------------------*
151000 2110-QS-ZEILE-LESEN SECTION.
151100 2110-QS-ZEILE-LESEN-1001.
151200     MOVE H-LFD-ZEILE             TO KA0AKQS-ZEILENNUMMER
151300     CALL "CGSTAB" USING
151400          C-TAB-LESEN-ZEILE
151500          C-KONFIG-ID-KA
151600          C-OBJEKT-TAB-KA03AKQS
151700          GSOVER-VERSTAENDIGUNGSBEREICH
151800          KA0AKQS-EINGABEBEREICH
151900          KA0AKQS-AUSGABEBEREICH
152000          DUMMY
152100     END-CALL
152200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
152300     THEN
152400       SET SCAN-GEFUNDEN          TO TRUE
152500     ELSE
152600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
152700       SET SCAN-N-GEFUNDEN        TO TRUE
152800     END-IF
152900     .
153000 2110-QS-ZEILE-LESEN-1002.
153100 2110-QS-ZEILE-LESEN-EXIT.
153200     EXIT.
153300/---------------------------------------------------------------*
153400* Pruefer-Stichprobe aus der Datei JEXSCH des Jahresend-        *
153500* Extrakts AKAJEX (Kopfzeilen SCH;)                             *
153600*---------------------------------------------------------------*
153700 2200-JEX-STICHPROBE SECTION.
153800 2200-JEX-STICHPROBE-1001.
153900     OPEN INPUT DOSJEX
154000     IF H-JEX-FS                  NOT = "00"
154100     THEN
154200       MOVE SPACE                 TO DOS-ZEILE
154300       MOVE "FEHLER"              TO DOS-Z-B-ART
154400       MOVE "STICHPROBENDATEI DOSJEX NICHT VORHANDEN"
154500                                  TO DOS-Z-B-TEXT
154600       MOVE DOS-ZEILE             TO DOS-DRUCKZEILE
154700       WRITE DOS-DRUCKZEILE
154800       ADD C-1                    TO H-RUN-ANZ-FEHLER
154900       GO TO 2200-JEX-STICHPROBE-EXIT
155000     END-IF
155100     SET JEX-VORHANDEN            TO TRUE
155200     PERFORM UNTIL JEX-N-VORHANDEN
155300       READ DOSJEX
155400         AT END
155500           SET JEX-N-VORHANDEN    TO TRUE
155600         NOT AT END
155700           IF DOS-J-SATZART       = C-JEX-SATZART-SCH
155800              AND DOS-J-SCHLIESSUNGSNR
155900                                  NUMERIC
156000           THEN
156100             MOVE DOS-J-SCHLIESSUNGSNR
156200                                  TO H-ANF-NR
156300             MOVE DOS-P-ART       TO H-ANF-ANLASS
156400             PERFORM 2900-ANFORDERUNG-MERKEN
156500                              THRU 2900-ANFORDERUNG-MERKEN-EXIT
156600           END-IF
156700       END-READ
156800     END-PERFORM
156900     CLOSE DOSJEX
157000     .
157100 2200-JEX-STICHPROBE-1002.
157200 2200-JEX-STICHPROBE-EXIT.
157300     EXIT.
157400/---------------------------------------------------------------*
157500* Angeforderte Schliessung H-ANF-NR einmalig vormerken          *
157600*---------------------------------------------------------------*
157700 2900-ANFORDERUNG-MERKEN SECTION.
157800 2900-ANFORDERUNG-MERKEN-1001.
157900     PERFORM VARYING H-ANF-IND FROM 1 BY 1
158000             UNTIL H-ANF-IND      > DOS-ANF-ANZ
158100       IF DOS-ANF-SCHLIESSUNGSNR (H-ANF-IND)
158200                                  = H-ANF-NR
158300       THEN
158400         GO TO 2900-ANFORDERUNG-MERKEN-EXIT
158500       END-IF
158600     END-PERFORM
158700     IF DOS-ANF-ANZ               NOT < C-MAX-ANFORDERUNG
158800     THEN
158900       ADD C-1                    TO H-ANZ-UEBERLAUF
159000       GO TO 2900-ANFORDERUNG-MERKEN-EXIT
159100     END-IF
159200     ADD C-1                      TO DOS-ANF-ANZ
159300     MOVE H-ANF-NR                TO DOS-ANF-SCHLIESSUNGSNR
159400                                     (DOS-ANF-ANZ)
159500     MOVE H-ANF-ANLASS            TO DOS-ANF-ANLASS (DOS-ANF-ANZ)
159600     .
159700 2900-ANFORDERUNG-MERKEN-1002.
159800 2900-ANFORDERUNG-MERKEN-EXIT.
159900     EXIT.
160000/---------------------------------------------------------------*
160100* Ein Dossier aufbereiten, ausdrucken und an das Archiv liefern *
160200*---------------------------------------------------------------*
160300 3000-DOSSIER SECTION.
160400 3000-DOSSIER-1001.
160500     ADD C-1                      TO H-RUN-ANZ-GELESEN
160600     INITIALIZE H-DOSSIER
160700     MOVE ZERO                    TO DOS-ZEILEN-ANZ
160800     SET PUFFER-FREI              TO TRUE
160900     MOVE DOS-ANF-SCHLIESSUNGSNR (H-ANF-IND)
161000                                  TO H-D-SCHLIESSUNGSNR
161100     PERFORM 3100-SCHLIESSUNG-LESEN
161200                              THRU 3100-SCHLIESSUNG-LESEN-EXIT
161300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
161400     THEN
161500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
161600       MOVE SPACE                 TO DOS-ZEILE
161700       MOVE "FEHLER"              TO DOS-Z-B-ART
161800       STRING "SCHLIESSUNG "      DELIMITED BY SIZE
161900              H-D-SCHLIESSUNGSNR  DELIMITED BY SIZE
162000              " NICHT GEFUNDEN - KEIN DOSSIER"
162100                                  DELIMITED BY SIZE
162200              INTO DOS-Z-B-TEXT
162300       MOVE DOS-ZEILE             TO DOS-DRUCKZEILE
162400       WRITE DOS-DRUCKZEILE
162500       ADD C-1                    TO H-RUN-ANZ-FEHLER
162600       GO TO 3000-DOSSIER-EXIT
162700     END-IF
162800     PERFORM 3200-POSTEN-LESEN    THRU 3200-POSTEN-LESEN-EXIT
162900     PERFORM 3300-DETAIL-LESEN    THRU 3300-DETAIL-LESEN-EXIT
163000     PERFORM 4100-KOPF            THRU 4100-KOPF-EXIT
163100     PERFORM 4200-VIER-AUGEN      THRU 4200-VIER-AUGEN-EXIT
163200     PERFORM 4300-GRUND           THRU 4300-GRUND-EXIT
163300     PERFORM 4400-POSTEN          THRU 4400-POSTEN-EXIT
163400     PERFORM 4500-JOURNAL         THRU 4500-JOURNAL-EXIT
163500     PERFORM 4600-BELEGE          THRU 4600-BELEGE-EXIT
163600     PERFORM 4700-HAUPTBUCH       THRU 4700-HAUPTBUCH-EXIT
163700     PERFORM 4800-QS-HOLD         THRU 4800-QS-HOLD-EXIT
163800     PERFORM 4900-ERGEBNIS        THRU 4900-ERGEBNIS-EXIT
163900     PERFORM 5000-AUSGEBEN        THRU 5000-AUSGEBEN-EXIT
164000     .
164100 3000-DOSSIER-1002.
164200 3000-DOSSIER-EXIT.
164300     EXIT.
164400/---------------------------------------------------------------*
164500* Schliessungssatz ueber KKA5SL lesen                           *
164600*---------------------------------------------------------------*
164700 3100-SCHLIESSUNG-LESEN SECTION.
164800 3100-SCHLIESSUNG-LESEN-1001.
164900     MOVE C-01-INT-LES-SCH-DETAIL TO KAI5SL1-FUNKTION
165000     MOVE H-D-SCHLIESSUNGSNR      TO KAI5SL1-SCHLIESSUNGSNR
165100     CALL "CGSAUF"
165200     USING C-AUF-AUFRUF-AL
165300           C-KONFIG-ID-KA
165400           C-OBJEKT-AUFTRAG-KKA5SL
165500           GSOVER-VERSTAENDIGUNGSBEREICH
165600           KAI5SL1-EINGABEBEREICH
165700           KAO5SL1-AUSGABEBEREICH
165800     END-CALL
165900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
166000     THEN
166100       MOVE KAO5SL1-AK-NUMMER     TO H-D-AK-NUMMER
166200       MOVE KAO5SL1-SCH-STATUS    TO H-D-SCH-STATUS
166300       MOVE KAO5SL1-SCH-USER-SCHLIESS
166400                                  TO H-D-ANLEGER
166500     END-IF
166600     .
166700 3100-SCHLIESSUNG-LESEN-1002.
166800 3100-SCHLIESSUNG-LESEN-EXIT.
166900     EXIT.
167000/---------------------------------------------------------------*
167100* Posten der Schliessung ueber AKA5OF (01-STD-APO-LIST-Z-SCH)   *
167200*---------------------------------------------------------------*
167300 3200-POSTEN-LESEN SECTION.
167400 3200-POSTEN-LESEN-1001.
167500     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
167600     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
167700     MOVE C-N                     TO
167800                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
167900     MOVE C-MAX-TREFFER           TO KAI5OF2-ANF-ANZ-TREFFER
168000     MOVE H-D-SCHLIESSUNGSNR      TO KAI5OF2-SCHLIESSUNGSNR
168100     CALL "AKA5OF" USING
168200          C-01-STD-APO-LIST-Z-SCH
168300          C-KONFIG-ID-KA
168400          C-AKADOS
168500          GSOVER-VERSTAENDIGUNGSBEREICH
168600          KAI5OF2-EINGABEBEREICH
168700          KAO5OF2-AUSGABEBEREICH
168800          DUMMY
168900          KAXIND-INDICES
169000     END-CALL
169100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
169200     THEN
169300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
169400       MOVE ZERO                  TO KAO5OF2-IND-LETZT
169500       MOVE C-N                   TO KAO5OF2-KZ-WEITER
169600     END-IF
169700     MOVE KAO5OF2-IND-LETZT       TO H-D-ANZ-POSTEN
169800     IF KAO5OF2-IND-LETZT         > ZERO
169900     THEN
170000       MOVE KAO5OF2-APO-FACHBEREICH (1)
170100                                  TO H-D-FACHBEREICH
170200     END-IF
170300     .
170400 3200-POSTEN-LESEN-1002.
170500 3200-POSTEN-LESEN-EXIT.
170600     EXIT.
170700/---------------------------------------------------------------*
170800* Anlage, Freigabe und Bemerkung der Schliessung aus der        *
170900* Positionsauskunft des ersten Postens (wie AKAJEX)             *
171000*---------------------------------------------------------------*
171100 3300-DETAIL-LESEN SECTION.
171200 3300-DETAIL-LESEN-1001.
171300     SET DETAIL-N-GEFUNDEN        TO TRUE
171400     IF H-D-ANZ-POSTEN            = ZERO
171500     THEN
171600       GO TO 3300-DETAIL-LESEN-EXIT
171700     END-IF
171800     MOVE HIGH-VALUE              TO KAI5OF1-EINGABEBEREICH
171900     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
172000     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (1)
172100                                  TO KAI5OF1-ABSTIMMKREIS-NR
172200     MOVE KAO5OF2-APO-HERKUNFT (1)
172300                                  TO KAI5OF1-HERKUNFT
172400     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (1)
172500                                  TO KAI5OF1-KONTO-ID-ABSTIMM
172600     MOVE KAO5OF2-APO-AUSZUGSDATUM (1)
172700                                  TO KAI5OF1-AUSZUGSDATUM
172800     MOVE KAO5OF2-APO-AUSZUGSNUMMER (1)
172900                                  TO KAI5OF1-AUSZUGSNUMMER
173000     MOVE KAO5OF2-APO-AUSZUG-FNR (1)
173100                                  TO KAI5OF1-AUSZUG-FNR
173200     MOVE KAO5OF2-APO-LFD-NR-APO (1)
173300                                  TO KAI5OF1-LFD-NR-APO
173400     CALL "AKA5OF" USING
173500          C-01-STD-APO-L-DET-AUSK
173600          C-KONFIG-ID-KA
173700          C-AKADOS
173800          GSOVER-VERSTAENDIGUNGSBEREICH
173900          KAI5OF1-EINGABEBEREICH
174000          KAO5OF1-AUSGABEBEREICH
174100          DUMMY
174200          KAXIND-INDICES
174300     END-CALL
174400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
174500     THEN
174600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
174700       GO TO 3300-DETAIL-LESEN-EXIT
174800     END-IF
174900     SET DETAIL-GEFUNDEN          TO TRUE
175000     MOVE KAO5OF1-SCH-SCHLIESSUNGSART
175100                                  TO H-D-SCHLIESSUNGSART
175200     MOVE KAO5OF1-SCH-SCHLIESSREGEL-NR
175300                                  TO H-D-REGEL-NR
175400     MOVE KAO5OF1-SCH-TIMESTAMP-SCHLIESS
175500                                  TO H-D-ANLAGE-TS
175600     MOVE KAO5OF1-SCH-USER-FREI   TO H-D-FREIGEBER
175700     MOVE KAO5OF1-SCH-TIMESTAMP-FREI
175800                                  TO H-D-FREIGABE-TS
175900     MOVE KAO5OF1-SCH-SCHLIESSUNG-BEMERK
176000                                  TO H-D-BEMERKUNG
176100     IF H-D-ANLAGE-TS (1:8)       NUMERIC
176200     THEN
176300       MOVE H-D-ANLAGE-TS (1:8)   TO H-D-ANLAGE-DATUM
176400     END-IF
176500     IF H-D-FREIGABE-TS (1:8)     NUMERIC
176600     THEN
176700       MOVE H-D-FREIGABE-TS (1:8) TO H-D-FREIGABE-DATUM
176800     END-IF
176900     IF H-D-BEMERKUNG (5:1)       = ":"
177000     THEN
177100       MOVE H-D-BEMERKUNG (1:4)   TO H-D-GRUND-CODE
177200     END-IF
177300     .
177400 3300-DETAIL-LESEN-1002.
177500 3300-DETAIL-LESEN-EXIT.
177600     EXIT.
177700/---------------------------------------------------------------*
177800* Abschnitt 1: Kopf der Schliessung                             *
177900*---------------------------------------------------------------*
178000 4100-KOPF SECTION.
178100 4100-KOPF-1001.
178200     MOVE ALL "="                 TO DOS-ZEILE
178300     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
178400     MOVE SPACE                   TO DOS-ZEILE
178500     MOVE "NACHWEISDOSSIER SCHLIESSUNG"
178600                                  TO DOS-Z-K-TITEL
178700     MOVE H-D-SCHLIESSUNGSNR      TO DOS-Z-K-SCHLIESSUNGSNR
178800     STRING "ERSTELLT "           DELIMITED BY SIZE
178900            H-LAUFDATUM           DELIMITED BY SIZE
179000            " DURCH "             DELIMITED BY SIZE
179100            C-AKADOS              DELIMITED BY SIZE
179200            "  ANLASS "           DELIMITED BY SIZE
179300            DOS-ANF-ANLASS (H-ANF-IND)
179400                                  DELIMITED BY SIZE
179500            INTO DOS-Z-K-TEXT
179600     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
179700     MOVE ALL "="                 TO DOS-ZEILE
179800     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
179900     MOVE 1                       TO DOS-Z-A-NUMMER
180000     MOVE "SCHLIESSUNG"           TO DOS-Z-A-TITEL
180100     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
180200     MOVE "ABSTIMMKREIS"          TO DOS-Z-F-NAME
180300     MOVE H-D-AK-NUMMER           TO DOS-Z-F-WERT
180400     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
180500     MOVE "FACHBEREICH"           TO DOS-Z-F-NAME
180600     MOVE H-D-FACHBEREICH         TO DOS-Z-F-WERT
180700     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
180800     MOVE "SCHLIESSUNGSART/REGEL" TO DOS-Z-F-NAME
180900     STRING H-D-SCHLIESSUNGSART   DELIMITED BY SIZE
181000            " / "                 DELIMITED BY SIZE
181100            H-D-REGEL-NR          DELIMITED BY SIZE
181200            INTO DOS-Z-F-WERT
181300     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
181400     MOVE "STATUS"                TO DOS-Z-F-NAME
181500     MOVE H-D-SCH-STATUS          TO DOS-Z-F-WERT (1:1)
181600     EVALUATE H-D-SCH-STATUS
181700     WHEN C-STATUS-FREIZUGEBEN
181800       MOVE "FREIGABE OFFEN"      TO DOS-Z-F-WERT (3:)
181900     WHEN C-STATUS-ABGELEHNT
182000       MOVE "ABGELEHNT"           TO DOS-Z-F-WERT (3:)
182100     WHEN C-STATUS-GESCHLOSSEN
182200       MOVE "GESCHLOSSEN"         TO DOS-Z-F-WERT (3:)
182300     WHEN C-STATUS-AUFGEHOBEN
182400       MOVE "AUFGEHOBEN"          TO DOS-Z-F-WERT (3:)
182500     WHEN OTHER
182600       CONTINUE
182700     END-EVALUATE
182800     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
182900     MOVE "ANZAHL POSTEN"         TO DOS-Z-F-NAME
183000     MOVE H-D-ANZ-POSTEN          TO H-ANZAHL-ED
183100     MOVE H-ANZAHL-ED             TO DOS-Z-F-WERT
183200     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
183300     .
183400 4100-KOPF-1002.
183500 4100-KOPF-EXIT.
183600     EXIT.
183700/---------------------------------------------------------------*
183800* Abschnitt 2: Vier-Augen-Nachweis und Delegation               *
183900*---------------------------------------------------------------*
184000 4200-VIER-AUGEN SECTION.
184100 4200-VIER-AUGEN-1001.
184200     MOVE 2                       TO DOS-Z-A-NUMMER
184300     MOVE "VIER-AUGEN-NACHWEIS"   TO DOS-Z-A-TITEL
184400     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
184500     MOVE "ANGELEGT VON / AM"     TO DOS-Z-F-NAME
184600     STRING H-D-ANLEGER           DELIMITED BY SIZE
184700            " / "                 DELIMITED BY SIZE
184800            H-D-ANLAGE-TS         DELIMITED BY SIZE
184900            INTO DOS-Z-F-WERT
185000     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
185100     MOVE "FREIGEGEBEN VON / AM"  TO DOS-Z-F-NAME
185200     STRING H-D-FREIGEBER         DELIMITED BY SIZE
185300            " / "                 DELIMITED BY SIZE
185400            H-D-FREIGABE-TS       DELIMITED BY SIZE
185500            INTO DOS-Z-F-WERT
185600     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
185700     MOVE "VIER-AUGEN-PRINZIP"    TO DOS-Z-F-NAME
185800     EVALUATE TRUE
185900     WHEN H-D-SCH-STATUS          NOT = C-STATUS-GESCHLOSSEN
186000       MOVE "NICHT FREIGEGEBEN"   TO DOS-Z-F-WERT
186100     WHEN H-D-FREIGEBER           = SPACE
186200       MOVE "FREIGEBER NICHT ERMITTELBAR"
186300                                  TO DOS-Z-F-WERT
186400       MOVE "FREIGEBER DER SCHLIESSUNG FEHLT"
186500                                  TO H-BEFUND-TEXT
186600       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
186700     WHEN H-D-FREIGEBER           = H-D-ANLEGER
186800       MOVE "VERLETZT - ANLEGER GLEICH FREIGEBER"
186900                                  TO DOS-Z-F-WERT
187000       MOVE "ANLEGER UND FREIGEBER SIND IDENTISCH"
187100                                  TO H-BEFUND-TEXT
187200       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
187300     WHEN OTHER
187400       MOVE "ERFUELLT - ANLEGER UND FREIGEBER VERSCHIEDEN"
187500                                  TO DOS-Z-F-WERT
187600     END-EVALUATE
187700     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
187800     IF H-D-FREIGEBER             = SPACE
187900     THEN
188000       GO TO 4200-VIER-AUGEN-EXIT
188100     END-IF
188200*    Freigabe als Vertreter lt. Delegation (siehe AKA4OF
188300*    DELEGATION-PRUEFEN), bezogen auf das Freigabedatum
188400     MOVE "DELEGATION"            TO DOS-Z-F-NAME
188500     MOVE H-D-FREIGEBER           TO KAI0AKD-BENUTZER-ID
188600     CALL "CGSTAB"
188700     USING C-TAB-LESEN-EQUAL
188800           C-KONFIG-ID-KA
188900           C-OBJEKT-TAB-KA02AKDL
189000           GSOVER-VERSTAENDIGUNGSBEREICH
189100           KAI0AKD-EINGABEBEREICH
189200           KAO0AKD-AUSGABEBEREICH
189300           GSTTAB-EIN-AUSGABEBEREICH
189400     END-CALL
189500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
189600        AND H-D-FREIGABE-DATUM    NOT < KAO0AKD-GUELTIG-VON
189700        AND H-D-FREIGABE-DATUM    NOT > KAO0AKD-GUELTIG-BIS
189800     THEN
189900       STRING "FREIGABE ALS VERTRETER FUER "
190000                                  DELIMITED BY SIZE
190100              KAO0AKD-VERTRETEN-FUER
190200                                  DELIMITED BY SIZE
190300              " FB "              DELIMITED BY SIZE
190400              KAO0AKD-FACHBEREICH DELIMITED BY SIZE
190500              " GUELTIG "         DELIMITED BY SIZE
190600              KAO0AKD-GUELTIG-VON DELIMITED BY SIZE
190700              "-"                 DELIMITED BY SIZE
190800              KAO0AKD-GUELTIG-BIS DELIMITED BY SIZE
190900              INTO DOS-Z-F-WERT
191000     ELSE
191100       MOVE "KEINE ZUM FREIGABEDATUM GUELTIGE DELEGATION"
191200                                  TO DOS-Z-F-WERT
191300     END-IF
191400     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
191500     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
191600     .
191700 4200-VIER-AUGEN-1002.
191800 4200-VIER-AUGEN-EXIT.
191900     EXIT.
192000/---------------------------------------------------------------*
192100* Abschnitt 3: Grund-Code und Bemerkung                         *
192200*---------------------------------------------------------------*
192300 4300-GRUND SECTION.
192400 4300-GRUND-1001.
192500     MOVE 3                       TO DOS-Z-A-NUMMER
192600     MOVE "SCHLIESSUNGSGRUND"     TO DOS-Z-A-TITEL
192700     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
192800     MOVE "GRUND-CODE"            TO DOS-Z-F-NAME
192900     IF H-D-GRUND-CODE            = SPACE
193000     THEN
193100       MOVE "OHNE GRUND-CODE"     TO DOS-Z-F-WERT
193200     ELSE
193300       MOVE H-D-GRUND-CODE        TO DOS-Z-F-WERT
193400     END-IF
193500     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
193600     MOVE "BEMERKUNG"             TO DOS-Z-F-NAME
193700     MOVE H-D-BEMERKUNG           TO DOS-Z-F-WERT
193800     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
193900     .
194000 4300-GRUND-1002.
194100 4300-GRUND-EXIT.
194200     EXIT.
194300/---------------------------------------------------------------*
194400* Abschnitt 4: Posten mit Auszugsherkunft, Siegel und Notizen   *
194500*---------------------------------------------------------------*
194600 4400-POSTEN SECTION.
194700 4400-POSTEN-1001.
194800     MOVE 4                       TO DOS-Z-A-NUMMER
194900     MOVE "POSTEN UND AUSZUGSHERKUNFT"
195000                                  TO DOS-Z-A-TITEL
195100     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
195200     IF H-D-ANZ-POSTEN            = ZERO
195300     THEN
195400       MOVE "KEINE POSTEN ZUR SCHLIESSUNG GEFUNDEN"
195500                                  TO H-BEFUND-TEXT
195600       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
195700       GO TO 4400-POSTEN-EXIT
195800     END-IF
195900     MOVE SPACE                   TO DOS-ZEILE
196000     MOVE "   AK    HERKUNFT    KONTO"
196100                                  TO DOS-ZEILE
196200     MOVE "AUSZUG   NR    FNR   LFD-NR"
196300                                  TO DOS-ZEILE (58:)
196400     MOVE "BETRAG WHG VALUTA   PRIMA"
196500                                  TO DOS-ZEILE (97:)
196600     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
196700     PERFORM 4410-EIN-POSTEN      THRU 4410-EIN-POSTEN-EXIT
196800             VARYING H-INDEX FROM 1 BY 1
196900             UNTIL H-INDEX        > H-D-ANZ-POSTEN
197000     IF KAO5OF2-KZ-WEITER         = C-J
197100     THEN
197200       MOVE "MEHR ALS 200 POSTEN - WEITERE NICHT AUSGEWIESEN"
197300                                  TO H-BEFUND-TEXT
197400       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
197500     END-IF
197600     .
197700 4400-POSTEN-1002.
197800 4400-POSTEN-EXIT.
197900     EXIT.
198000/---------------------------------------------------------------*
198100* Ein Posten: Schluessel, Betrag, Ursprung und Siegel des       *
198200* Rohauszugs, Notizen                                           *
198300*---------------------------------------------------------------*
198400 4410-EIN-POSTEN SECTION.
198500 4410-EIN-POSTEN-1001.
198600     MOVE SPACE                   TO DOS-ZEILE
198700     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
198800                                  TO DOS-Z-P-AK-NUMMER
198900     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
199000                                  TO DOS-Z-P-HERKUNFT
199100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
199200                                  TO DOS-Z-P-KONTO-ID
199300     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
199400                                  TO DOS-Z-P-AUSZUGSDATUM
199500     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
199600                                  TO DOS-Z-P-AUSZUGSNUMMER
199700     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
199800                                  TO DOS-Z-P-AUSZUG-FNR
199900     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
200000                                  TO DOS-Z-P-LFD-NR
200100     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
200200                                  TO DOS-Z-P-BETRAG
200300     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
200400                                  TO DOS-Z-P-WAEHRUNG
200500     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
200600                                  TO DOS-Z-P-VALUTA
200700     MOVE KAO5OF2-APO-PRIMANOTA (H-INDEX)
200800                                  TO DOS-Z-P-PRIMANOTA
200900     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
201000     MOVE SPACE                   TO DOS-ZEILE
201100     MOVE "URSPRUNG"              TO DOS-Z-H-KENNUNG
201200     MOVE KAO5OF2-APO-KONTO-ID-ORIG (H-INDEX)
201300                                  TO DOS-Z-H-KONTO-ID-ORIG
201400     MOVE KAO5OF2-APO-TRANSAKTION-ID (H-INDEX)
201500                                  TO DOS-Z-H-TRANSAKTION-ID
201600     PERFORM 4420-SIEGEL          THRU 4420-SIEGEL-EXIT
201700     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
201800     IF KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX)
201900                                  NOT = SPACE
202000     THEN
202100       MOVE SPACE                 TO DOS-ZEILE
202200       MOVE "ZWECK"               TO DOS-Z-E-KENNUNG
202300       MOVE ZERO                  TO DOS-Z-E-DATUM
202400       MOVE KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX)
202500                                  TO DOS-Z-E-TEXT
202600       MOVE SPACE                 TO DOS-ZEILE (20:9)
202700       PERFORM 6100-ZEILE-ABLEGEN THRU 6100-ZEILE-ABLEGEN-EXIT
202800     END-IF
202900     PERFORM 4430-NOTIZEN         THRU 4430-NOTIZEN-EXIT
203000     .
203100 4410-EIN-POSTEN-1002.
203200 4410-EIN-POSTEN-EXIT.
203300     EXIT.
203400/---------------------------------------------------------------*
203500* Siegel des Rohauszugs (Quelle W) aus KA02AKSE                 *
203600*---------------------------------------------------------------*
203700 4420-SIEGEL SECTION.
203800 4420-SIEGEL-1001.
203900     MOVE C-QUELLE-ROHTEXT        TO KAI0ASE-QUELLE
204000     MOVE ZERO                    TO KAI0ASE-LAUFDATUM
204100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
204200                                  TO KAI0ASE-KONTO-ID
204300     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
204400                                  TO KAI0ASE-AUSZUGSDATUM
204500     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
204600                                  TO KAI0ASE-AUSZUGSNUMMER
204700     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
204800                                  TO KAI0ASE-AUSZUG-FNR
204900     CALL "CGSTAB"
205000     USING C-TAB-LESEN-EQUAL
205100           C-KONFIG-ID-KA
205200           C-OBJEKT-TAB-KA02AKSE
205300           GSOVER-VERSTAENDIGUNGSBEREICH
205400           KAI0ASE-EINGABEBEREICH
205500           KAO0ASE-AUSGABEBEREICH
205600           GSTTAB-EIN-AUSGABEBEREICH
205700     END-CALL
205800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
205900     THEN
206000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
206100       MOVE "AUSZUG OHNE SIEGEL"  TO DOS-Z-H-SIEGEL
206200       GO TO 4420-SIEGEL-EXIT
206300     END-IF
206400     EVALUATE TRUE
206500     WHEN KAO0ASE-ABWEICHEND
206600       STRING "SIEGEL ABWEICHEND GEPRUEFT "
206700                                  DELIMITED BY SIZE
206800              KAO0ASE-PRUEF-DATUM DELIMITED BY SIZE
206900              INTO DOS-Z-H-SIEGEL
207000       MOVE "SIEGEL DES ROHAUSZUGS ABWEICHEND"
207100                                  TO H-BEFUND-TEXT
207200       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
207300     WHEN KAO0ASE-INHALT-FEHLT
207400       STRING "SIEGEL - INHALT FEHLT GEPRUEFT "
207500                                  DELIMITED BY SIZE
207600              KAO0ASE-PRUEF-DATUM DELIMITED BY SIZE
207700              INTO DOS-Z-H-SIEGEL
207800     WHEN KAO0ASE-GLEICH
207900       STRING "SIEGEL "           DELIMITED BY SIZE
208000              KAO0ASE-SIEGEL-TIMESTAMP
208100                                  DELIMITED BY SIZE
208200              " GLEICH GEPRUEFT " DELIMITED BY SIZE
208300              KAO0ASE-PRUEF-DATUM DELIMITED BY SIZE
208400              INTO DOS-Z-H-SIEGEL
208500     WHEN OTHER
208600       STRING "VERSIEGELT "       DELIMITED BY SIZE
208700              KAO0ASE-SIEGEL-TIMESTAMP
208800                                  DELIMITED BY SIZE
208900              " SAETZE "          DELIMITED BY SIZE
209000              KAO0ASE-ANZ-SAETZE  DELIMITED BY SIZE
209100              INTO DOS-Z-H-SIEGEL
209200     END-EVALUATE
209300     .
209400 4420-SIEGEL-1002.
209500 4420-SIEGEL-EXIT.
209600     EXIT.
209700/---------------------------------------------------------------*
209800* Bearbeitungsnotizen des Postens (Dienst AKABEM)               *
209900*---------------------------------------------------------------*
210000 4430-NOTIZEN SECTION.
210100 4430-NOTIZEN-1001.
210200     MOVE SPACE                   TO KAIBEM-EINGABEBEREICH
210300     MOVE C-01-INT-LES-NOTIZEN    TO KAIBEM-FUNKTION
210400     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
210500                                  TO KAIBEM-AK-NUMMER
210600     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
210700                                  TO KAIBEM-HERKUNFT
210800     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
210900                                  TO KAIBEM-KONTO-ID
211000     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
211100                                  TO KAIBEM-AUSZUGSDATUM
211200     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
211300                                  TO KAIBEM-AUSZUGSNUMMER
211400     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
211500                                  TO KAIBEM-AUSZUG-FNR
211600     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
211700                                  TO KAIBEM-LFD-NR-APO
211800     CALL "AKABEM"
211900     USING KAIBEM-EINGABEBEREICH
212000           KAOBEM-AUSGABEBEREICH
212100           GSOVER-VERSTAENDIGUNGSBEREICH
212200     END-CALL
212300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
212400     THEN
212500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
212600       GO TO 4430-NOTIZEN-EXIT
212700     END-IF
212800     PERFORM VARYING H-IND FROM C-1 BY C-1
212900             UNTIL H-IND          > KAOBEM-ANZ-NOTIZEN
213000                OR H-IND          > 20
213100       MOVE SPACE                 TO DOS-ZEILE
213200       MOVE "NOTIZ"               TO DOS-Z-E-KENNUNG
213300       IF KAOBEM-N-TIMESTAMP (H-IND) (1:8)
213400                                  NUMERIC
213500       THEN
213600         MOVE KAOBEM-N-TIMESTAMP (H-IND) (1:8)
213700                                  TO DOS-Z-E-DATUM
213800       ELSE
213900         MOVE ZERO                TO DOS-Z-E-DATUM
214000       END-IF
214100       MOVE KAOBEM-N-USER (H-IND) TO DOS-Z-E-USER
214200       MOVE KAOBEM-N-TEXT (H-IND) TO DOS-Z-E-TEXT
214300       PERFORM 6100-ZEILE-ABLEGEN THRU 6100-ZEILE-ABLEGEN-EXIT
214400     END-PERFORM
214500     .
214600 4430-NOTIZEN-1002.
214700 4430-NOTIZEN-EXIT.
214800     EXIT.
214900/---------------------------------------------------------------*
215000* Abschnitt 5: Journal KJD100 im Lesemodus, je Geschaefts-      *
215100* vorfall der Schliessung (wie AKAC5LZ)                         *
215200*---------------------------------------------------------------*
215300 4500-JOURNAL SECTION.
215400 4500-JOURNAL-1001.
215500     MOVE 5                       TO DOS-Z-A-NUMMER
215600     MOVE "JOURNAL"               TO DOS-Z-A-TITEL
215700     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
215800     SET FREIGABE-N-JOURNALISIERT TO TRUE
215900     MOVE ZERO                    TO H-IND
216000     PERFORM 4510-JOURNAL-GV      THRU 4510-JOURNAL-GV-EXIT
216100             VARYING H-JD-IND FROM C-1 BY C-1
216200             UNTIL H-JD-IND       > C-MAX-JD-GV
216300     IF H-IND                     = ZERO
216400     THEN
216500       MOVE SPACE                 TO DOS-ZEILE
216600       MOVE "KEINE JOURNALEINTRAEGE ZUR SCHLIESSUNG"
216700                                  TO DOS-ZEILE (10:)
216800       PERFORM 6100-ZEILE-ABLEGEN THRU 6100-ZEILE-ABLEGEN-EXIT
216900     END-IF
217000     IF H-D-SCH-STATUS            = C-STATUS-GESCHLOSSEN
217100        AND FREIGABE-N-JOURNALISIERT
217200     THEN
217300       MOVE "FREIGABE NICHT IM JOURNAL KJD100 NACHGEWIESEN"
217400                                  TO H-BEFUND-TEXT
217500       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
217600     END-IF
217700     .
217800 4500-JOURNAL-1002.
217900 4500-JOURNAL-EXIT.
218000     EXIT.
218100/---------------------------------------------------------------*
218200* Journaleintrag eines Geschaeftsvorfalls lesen und ablegen     *
218300*---------------------------------------------------------------*
218400 4510-JOURNAL-GV SECTION.
218500 4510-JOURNAL-GV-1001.
218600     MOVE SPACE                   TO JDI100-EINGABEBEREICH
218700     MOVE C-VERARB-KZ-LESEN       TO JDI100-VERARB-KZ
218800     MOVE C-JD-GV (H-JD-IND)      TO JDI100-GV
218900     MOVE H-D-SCHLIESSUNGSNR      TO H-ZUGRIFFSKRITERIUM
219000     MOVE H-ZUGRIFFSKRITERIUM     TO JDI100-ZUGRIFFSKRITERIUM
219100     CALL "CGSAUF"
219200     USING C-AUF-AUFRUF-AL
219300           C-KONFIG-ID-GS
219400           C-OBJEKT-KJD100
219500           GSOVER-VERSTAENDIGUNGSBEREICH
219600           JDI100-EINGABEBEREICH
219700           JDO100-AUSGABEBEREICH
219800           CJDIND-INDICES
219900           AENDERUNGEN
220000     END-CALL
220100     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
220200     THEN
220300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
220400       GO TO 4510-JOURNAL-GV-EXIT
220500     END-IF
220600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
220700     IF JDO100-GV                 NOT = C-JD-GV (H-JD-IND)
220800     THEN
220900       GO TO 4510-JOURNAL-GV-EXIT
221000     END-IF
221100     ADD C-1                      TO H-IND
221200     IF H-JD-IND                  = C-1
221300     THEN
221400       SET FREIGABE-JOURNALISIERT TO TRUE
221500     END-IF
221600     MOVE SPACE                   TO DOS-ZEILE
221700     MOVE JDO100-GV               TO DOS-Z-E-KENNUNG
221800     MOVE JDO100-DATUM-EINGABE    TO DOS-Z-E-DATUM
221900     MOVE JDO100-USER-ID          TO DOS-Z-E-USER
222000     MOVE C-JD-TEXT (H-JD-IND)    TO DOS-Z-E-TEXT
222100     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
222200     MOVE SPACE                   TO DOS-ZEILE
222300     MOVE JDO100-BEMERKUNG1       TO DOS-Z-E-TEXT
222400     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
222500     .
222600 4510-JOURNAL-GV-1002.
222700 4510-JOURNAL-GV-EXIT.
222800     EXIT.
222900/---------------------------------------------------------------*
223000* Abschnitt 6: Belege der Schliessung (Auftrag AKADOC)          *
223100*---------------------------------------------------------------*
223200 4600-BELEGE SECTION.
223300 4600-BELEGE-1001.
223400     MOVE 6                       TO DOS-Z-A-NUMMER
223500     MOVE "BELEGE"                TO DOS-Z-A-TITEL
223600     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
223700     MOVE SPACE                   TO KAIADOC-EINGABEBEREICH
223800     MOVE C-01-INT-DOK-LISTE      TO KAIADOC-FUNKTION
223900     MOVE H-D-SCHLIESSUNGSNR      TO KAIADOC-SCHLIESSUNGSNR
224000     CALL "CGSAUF"
224100     USING C-AUF-AUFRUF-AL
224200           C-KONFIG-ID-KA
224300           C-OBJEKT-AKADOC
224400           GSOVER-VERSTAENDIGUNGSBEREICH
224500           KAIADOC-EINGABEBEREICH
224600           KAOADOC-AUSGABEBEREICH
224700           DUMMY
224800           D-KAXIND-INDICES
224900     END-CALL
225000     IF GSOVER-GEWICHT            >= C-GEW-HINWEIS
225100     THEN
225200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
225300       MOVE ZERO                  TO KAOADOC-ANZ-TREFFER
225400     END-IF
225500     IF KAOADOC-ANZ-TREFFER       = ZERO
225600     THEN
225700       MOVE SPACE                 TO DOS-ZEILE
225800       MOVE "KEINE BELEGE HINTERLEGT"
225900                                  TO DOS-ZEILE (10:)
226000       PERFORM 6100-ZEILE-ABLEGEN THRU 6100-ZEILE-ABLEGEN-EXIT
226100       GO TO 4600-BELEGE-EXIT
226200     END-IF
226300     PERFORM VARYING H-IND FROM C-1 BY C-1
226400             UNTIL H-IND          > KAOADOC-ANZ-TREFFER
226500                OR H-IND          > 10
226600       MOVE SPACE                 TO DOS-ZEILE
226700       MOVE KAOADOC-DOK-TYP (H-IND)
226800                                  TO DOS-Z-E-KENNUNG
226900       IF KAOADOC-ERFASSUNGS-TS (H-IND) (1:8)
227000                                  NUMERIC
227100       THEN
227200         MOVE KAOADOC-ERFASSUNGS-TS (H-IND) (1:8)
227300                                  TO DOS-Z-E-DATUM
227400       ELSE
227500         MOVE ZERO                TO DOS-Z-E-DATUM
227600       END-IF
227700       MOVE KAOADOC-ERFASSER-ID (H-IND)
227800                                  TO DOS-Z-E-USER
227900       MOVE KAOADOC-BEZEICHNUNG (H-IND)
228000                                  TO DOS-Z-E-TEXT
228100       PERFORM 6100-ZEILE-ABLEGEN THRU 6100-ZEILE-ABLEGEN-EXIT
228200       MOVE SPACE                 TO DOS-ZEILE
228300       MOVE KAOADOC-URL (H-IND)   TO DOS-ZEILE (10:)
228400       PERFORM 6100-ZEILE-ABLEGEN THRU 6100-ZEILE-ABLEGEN-EXIT
228500     END-PERFORM
228600     .
228700 4600-BELEGE-1002.
228800 4600-BELEGE-EXIT.
228900     EXIT.
229000/---------------------------------------------------------------*
229100* Abschnitt 7: Hauptbuch-Vormerkung, Versand und Quittung       *
229200* (KA02AKGB)                                                    *
229300*---------------------------------------------------------------*
229400 4700-HAUPTBUCH SECTION.
229500 4700-HAUPTBUCH-1001.
229600     MOVE 7                       TO DOS-Z-A-NUMMER
229700     MOVE "HAUPTBUCH"             TO DOS-Z-A-TITEL
229800     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
229900     MOVE H-D-SCHLIESSUNGSNR      TO KAI0AKB-SCHLIESSUNGSNR
230000     CALL "CGSTAB"
230100     USING C-TAB-LESEN-EQUAL
230200           C-KONFIG-ID-KA
230300           C-OBJEKT-TAB-KA02AKGB
230400           GSOVER-VERSTAENDIGUNGSBEREICH
230500           KAI0AKB-EINGABEBEREICH
230600           KAO0AKB-AUSGABEBEREICH
230700           GSTTAB-EIN-AUSGABEBEREICH
230800     END-CALL
230900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
231000     THEN
231100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
231200       MOVE "VORMERKUNG"          TO DOS-Z-F-NAME
231300       MOVE "KEINE HAUPTBUCH-VORMERKUNG ZUR SCHLIESSUNG"
231400                                  TO DOS-Z-F-WERT
231500       PERFORM 6050-FELD          THRU 6050-FELD-EXIT
231600       GO TO 4700-HAUPTBUCH-EXIT
231700     END-IF
231800     MOVE "VORMERKUNG / GRUND"    TO DOS-Z-F-NAME
231900     STRING KAO0AKB-FREIGABE-DATUM
232000                                  DELIMITED BY SIZE
232100            " / "                 DELIMITED BY SIZE
232200            KAO0AKB-GRUND-CODE    DELIMITED BY SIZE
232300            INTO DOS-Z-F-WERT
232400     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
232500     MOVE "VERSAND AM"            TO DOS-Z-F-NAME
232600     MOVE KAO0AKB-SENDE-DATUM     TO DOS-Z-F-WERT
232700     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
232800     MOVE "STATUS"                TO DOS-Z-F-NAME
232900     MOVE KAO0AKB-STATUS          TO DOS-Z-F-WERT (1:1)
233000     EVALUATE TRUE
233100     WHEN KAO0AKB-GEBUCHT
233200       MOVE "GEBUCHT - QUITTUNG DES HAUPTBUCHS LIEGT VOR"
233300                                  TO DOS-Z-F-WERT (3:)
233400     WHEN KAO0AKB-OFFEN
233500       MOVE "OFFEN - NOCH NICHT VERSANDT"
233600                                  TO DOS-Z-F-WERT (3:)
233700       MOVE "HAUPTBUCHBUCHUNG NOCH NICHT VERSANDT"
233800                                  TO H-BEFUND-TEXT
233900       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
234000     WHEN KAO0AKB-VERSENDET
234100       MOVE "VERSANDT - QUITTUNG AUSSTEHEND"
234200                                  TO DOS-Z-F-WERT (3:)
234300       MOVE "QUITTUNG DES HAUPTBUCHS FEHLT"
234400                                  TO H-BEFUND-TEXT
234500       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
234600     WHEN KAO0AKB-FEHLER
234700       MOVE "FEHLER - KONTIERUNG FEHLT"
234800                                  TO DOS-Z-F-WERT (3:)
234900       MOVE "HAUPTBUCHBUCHUNG FEHLERHAFT"
235000                                  TO H-BEFUND-TEXT
235100       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
235200     WHEN KAO0AKB-ABGELEHNT
235300       STRING "ABGELEHNT - "      DELIMITED BY SIZE
235400              KAO0AKB-RUECK-GRUND DELIMITED BY SIZE
235500              INTO DOS-Z-F-WERT (3:)
235600       MOVE "HAUPTBUCHBUCHUNG ABGELEHNT"
235700                                  TO H-BEFUND-TEXT
235800       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
235900     WHEN OTHER
236000       CONTINUE
236100     END-EVALUATE
236200     MOVE "STATUS"                TO DOS-Z-F-NAME
236300     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
236400     IF KAO0AKB-FX-REAL-BETRAG    NOT = ZERO
236500     THEN
236600       MOVE "KURSERGEBNIS REAL."  TO DOS-Z-F-NAME
236700       MOVE KAO0AKB-FX-REAL-BETRAG
236800                                  TO H-BETRAG-ED
236900       MOVE H-BETRAG-ED           TO DOS-Z-F-WERT
237000       PERFORM 6050-FELD          THRU 6050-FELD-EXIT
237100     END-IF
237200     .
237300 4700-HAUPTBUCH-1002.
237400 4700-HAUPTBUCH-EXIT.
237500     EXIT.
237600/---------------------------------------------------------------*
237700* Abschnitt 8: QS-Urteil (KA02AKQS) und Legal Hold (AKALHD)     *
237800*---------------------------------------------------------------*
237900 4800-QS-HOLD SECTION.
238000 4800-QS-HOLD-1001.
238100     MOVE 8                       TO DOS-Z-A-NUMMER
238200     MOVE "QS-STICHPROBE UND LEGAL HOLD"
238300                                  TO DOS-Z-A-TITEL
238400     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
238500     MOVE "QS-STICHPROBE"         TO DOS-Z-F-NAME
238600     MOVE H-D-SCHLIESSUNGSNR      TO KAI0AQS-SCHLIESSUNGSNR
238700     CALL "CGSTAB"
238800     USING C-TAB-LESEN-EQUAL
238900           C-KONFIG-ID-KA
239000           C-OBJEKT-TAB-KA02AKQS
239100           GSOVER-VERSTAENDIGUNGSBEREICH
239200           KAI0AQS-EINGABEBEREICH
239300           KAO0AQS-AUSGABEBEREICH
239400           GSTTAB-EIN-AUSGABEBEREICH
239500     END-CALL
239600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
239700     THEN
239800       STRING "GEZOGEN "          DELIMITED BY SIZE
239900              KAO0AQS-ZIEHUNGSMONAT
240000                                  DELIMITED BY SIZE
240100              " URTEIL "          DELIMITED BY SIZE
240200              KAO0AQS-ERGEBNIS    DELIMITED BY SIZE
240300              " PRUEFER "         DELIMITED BY SIZE
240400              KAO0AQS-PRUEFER     DELIMITED BY SIZE
240500              INTO DOS-Z-F-WERT
240600     ELSE
240700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
240800       MOVE "NICHT GEZOGEN"       TO DOS-Z-F-WERT
240900     END-IF
241000     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
241100     MOVE "LEGAL HOLD"            TO DOS-Z-F-NAME
241200     INITIALIZE KAILHD-EINGABEBEREICH
241300     MOVE C-01-INT-LH-LESEN       TO KAILHD-FUNKTION
241400     MOVE C-LH-TYP-SCHLIESSUNG    TO KAILHD-OBJEKT-TYP
241500     MOVE H-D-AK-NUMMER           TO KAILHD-AK-NUMMER
241600     MOVE H-D-SCHLIESSUNGSNR      TO KAILHD-SCHLIESSUNGSNR
241700     CALL "AKALHD"
241800     USING KAILHD-EINGABEBEREICH
241900           KAOLHD-AUSGABEBEREICH
242000           GSOVER-VERSTAENDIGUNGSBEREICH
242100     END-CALL
242200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
242300        AND KAOLHD-GEFUNDEN
242400     THEN
242500       STRING "FALL "             DELIMITED BY SIZE
242600              KAOLHD-FALL-REFERENZ
242700                                  DELIMITED BY SIZE
242800              " STATUS "          DELIMITED BY SIZE
242900              KAOLHD-STATUS       DELIMITED BY SIZE
243000              " INHABER "         DELIMITED BY SIZE
243100              KAOLHD-INHABER      DELIMITED BY SIZE
243200              INTO DOS-Z-F-WERT
243300     ELSE
243400       MOVE "KEIN LEGAL HOLD"     TO DOS-Z-F-WERT
243500     END-IF
243600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
243700     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
243800     .
243900 4800-QS-HOLD-1002.
244000 4800-QS-HOLD-EXIT.
244100     EXIT.
244200/---------------------------------------------------------------*
244300* Abschnitt 9: Dossierstatus                                    *
244400*---------------------------------------------------------------*
244500 4900-ERGEBNIS SECTION.
244600 4900-ERGEBNIS-1001.
244700     IF H-D-SCH-STATUS            = C-STATUS-GESCHLOSSEN
244800        AND H-D-GRUND-CODE        = SPACE
244900     THEN
245000       MOVE "HINWEIS"             TO H-BEFUND-ART
245100       MOVE "FREIGABE OHNE SCHLIESSUNGSGRUND-CODE"
245200                                  TO H-BEFUND-TEXT
245300       PERFORM 6210-HINWEIS       THRU 6210-HINWEIS-EXIT
245400     END-IF
245500     IF PUFFER-VOLL
245600     THEN
245700       MOVE "DOSSIER UEBERSCHREITET DIE ZEILENGRENZE"
245800                                  TO H-BEFUND-TEXT
245900       PERFORM 6200-BEFUND        THRU 6200-BEFUND-EXIT
246000     END-IF
246100     MOVE 9                       TO DOS-Z-A-NUMMER
246200     MOVE "ERGEBNIS"              TO DOS-Z-A-TITEL
246300     PERFORM 6000-ABSCHNITT       THRU 6000-ABSCHNITT-EXIT
246400     MOVE "DOSSIERSTATUS"         TO DOS-Z-F-NAME
246500     IF H-D-ANZ-BEFUNDE           = ZERO
246600     THEN
246700       MOVE C-DOSSIER-VOLLSTAENDIG
246800                                  TO H-D-STATUS
246900       MOVE "V VOLLSTAENDIG"      TO DOS-Z-F-WERT
247000     ELSE
247100       MOVE C-DOSSIER-UNVOLLSTAENDIG
247200                                  TO H-D-STATUS
247300       MOVE H-D-ANZ-BEFUNDE       TO H-ANZAHL-ED
247400       STRING "U UNVOLLSTAENDIG - BEFUNDE: "
247500                                  DELIMITED BY SIZE
247600              H-ANZAHL-ED         DELIMITED BY SIZE
247700              INTO DOS-Z-F-WERT
247800     END-IF
247900     PERFORM 6050-FELD            THRU 6050-FELD-EXIT
248000     .
248100 4900-ERGEBNIS-1002.
248200 4900-ERGEBNIS-EXIT.
248300     EXIT.
248400/---------------------------------------------------------------*
248500* Dossier ausgeben: Ausdruck DOSAUS, Indexsatz und Zeilen an    *
248600* das Archiv DOSARC                                             *
248700*---------------------------------------------------------------*
248800 5000-AUSGEBEN SECTION.
248900 5000-AUSGEBEN-1001.
249000     PERFORM VARYING H-ZEILEN-IND FROM 1 BY 1
249100             UNTIL H-ZEILEN-IND   > DOS-ZEILEN-ANZ
249200       MOVE DOS-PUFFER-ZEILE (H-ZEILEN-IND)
249300                                  TO DOS-DRUCKZEILE
249400       WRITE DOS-DRUCKZEILE
249500     END-PERFORM
249600*    Aufbewahrung bis Jahresende des zehnten Jahres nach der
249700*    Freigabe (ohne Freigabe: nach der Anlage bzw. dem Lauf)
249800     EVALUATE TRUE
249900     WHEN H-D-FREIGABE-DATUM      NOT = ZERO
250000       MOVE H-D-FREIGABE-DATUM    TO H-DATUM-JAHR
250100     WHEN H-D-ANLAGE-DATUM        NOT = ZERO
250200       MOVE H-D-ANLAGE-DATUM      TO H-DATUM-JAHR
250300     WHEN OTHER
250400       MOVE H-LAUFDATUM           TO H-DATUM-JAHR
250500     END-EVALUATE
250600     ADD C-AUFBEWAHRUNG-JAHRE     TO H-AUFB-JAHR
250700     MOVE C-MMTT-JAHRESENDE       TO H-AUFB-MMTT
250800     MOVE C-SATZART-INDEX         TO DOS-I-SATZART
250900     MOVE C-DOKUMENTART           TO DOS-I-DOKUMENTART
251000     MOVE H-D-SCHLIESSUNGSNR      TO DOS-I-SCHLIESSUNGSNR
251100     MOVE H-D-AK-NUMMER           TO DOS-I-AK-NUMMER
251200     MOVE H-D-FACHBEREICH         TO DOS-I-FACHBEREICH
251300     MOVE H-D-SCHLIESSUNGSART     TO DOS-I-SCHLIESSUNGSART
251400     MOVE H-D-SCH-STATUS          TO DOS-I-SCH-STATUS
251500     MOVE H-D-ANLEGER             TO DOS-I-ANLEGER
251600     MOVE H-D-ANLAGE-DATUM        TO DOS-I-ANLAGE-DATUM
251700     MOVE H-D-FREIGEBER           TO DOS-I-FREIGEBER
251800     MOVE H-D-FREIGABE-DATUM      TO DOS-I-FREIGABE-DATUM
251900     MOVE H-D-GRUND-CODE          TO DOS-I-GRUND-CODE
252000     MOVE DOS-ANF-ANLASS (H-ANF-IND)
252100                                  TO DOS-I-ANLASS
252200     MOVE H-D-STATUS              TO DOS-I-DOSSIER-STATUS
252300     MOVE H-D-ANZ-POSTEN          TO DOS-I-ANZ-POSTEN
252400     MOVE DOS-ZEILEN-ANZ          TO DOS-I-ANZ-ZEILEN
252500     MOVE H-AUFBEWAHREN-BIS       TO DOS-I-AUFBEWAHREN-BIS
252600     MOVE H-LAUFDATUM             TO DOS-I-ERSTELL-DATUM
252700     MOVE DOS-ARC-INDEX           TO DOS-ARCHIVSATZ
252800     WRITE DOS-ARCHIVSATZ
252900     PERFORM VARYING H-ZEILEN-IND FROM 1 BY 1
253000             UNTIL H-ZEILEN-IND   > DOS-ZEILEN-ANZ
253100       MOVE C-SATZART-DETAIL      TO DOS-D-SATZART
253200       MOVE H-D-SCHLIESSUNGSNR    TO DOS-D-SCHLIESSUNGSNR
253300       MOVE H-ZEILEN-IND          TO DOS-D-ZEILENNR
253400       MOVE DOS-PUFFER-ZEILE (H-ZEILEN-IND)
253500                                  TO DOS-D-TEXT
253600       MOVE DOS-ARC-DETAIL        TO DOS-ARCHIVSATZ
253700       WRITE DOS-ARCHIVSATZ
253800       ADD C-1                    TO H-ANZ-ARC-ZEILEN
253900     END-PERFORM
254000     ADD C-1                      TO H-ANZ-DOSSIERS
254100     ADD C-1                      TO H-RUN-ANZ-GESCHRIEBEN
254200     IF H-D-STATUS                = C-DOSSIER-UNVOLLSTAENDIG
254300     THEN
254400       ADD C-1                    TO H-ANZ-UNVOLLSTAENDIG
254500       ADD C-1                    TO H-RUN-ANZ-FEHLER
254600     END-IF
254700     .
254800 5000-AUSGEBEN-1002.
254900 5000-AUSGEBEN-EXIT.
255000     EXIT.
255100/---------------------------------------------------------------*
255200* Abschnittsueberschrift ablegen (Nummer und Titel versorgt)    *
255300*---------------------------------------------------------------*
255400 6000-ABSCHNITT SECTION.
255500 6000-ABSCHNITT-1001.
255600     MOVE ". "                    TO DOS-Z-A-PUNKT
255700     MOVE DOS-ZEILE               TO H-ZEILE-SICHERUNG
255800     MOVE SPACE                   TO DOS-ZEILE
255900     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
256000     MOVE H-ZEILE-SICHERUNG       TO DOS-ZEILE
256100     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
256200     MOVE ALL "-"                 TO DOS-ZEILE
256300     MOVE SPACE                   TO DOS-ZEILE (41:)
256400     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
256500     MOVE SPACE                   TO DOS-ZEILE
256600     .
256700 6000-ABSCHNITT-1002.
256800 6000-ABSCHNITT-EXIT.
256900     EXIT.
257000/---------------------------------------------------------------*
257100* Feldzeile ablegen (Name und Wert versorgt)                    *
257200*---------------------------------------------------------------*
257300 6050-FELD SECTION.
257400 6050-FELD-1001.
257500     MOVE ": "                    TO DOS-Z-F-DP
257600     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
257700     MOVE SPACE                   TO DOS-ZEILE
257800     .
257900 6050-FELD-1002.
258000 6050-FELD-EXIT.
258100     EXIT.
258200/---------------------------------------------------------------*
258300* Zeile DOS-ZEILE im Dossierpuffer ablegen                      *
258400*---------------------------------------------------------------*
258500 6100-ZEILE-ABLEGEN SECTION.
258600 6100-ZEILE-ABLEGEN-1001.
258700     IF DOS-ZEILEN-ANZ            NOT < C-MAX-ZEILEN
258800     THEN
258900       SET PUFFER-VOLL            TO TRUE
259000       GO TO 6100-ZEILE-ABLEGEN-EXIT
259100     END-IF
259200     ADD C-1                      TO DOS-ZEILEN-ANZ
259300     MOVE DOS-ZEILE               TO DOS-PUFFER-ZEILE
259400                                     (DOS-ZEILEN-ANZ)
259500     .
259600 6100-ZEILE-ABLEGEN-1002.
259700 6100-ZEILE-ABLEGEN-EXIT.
259800     EXIT.
259900/---------------------------------------------------------------*
260000* Befund ablegen (H-BEFUND-TEXT versorgt); jeder Befund macht  *
260100* das Dossier unvollstaendig                                    *
260200*---------------------------------------------------------------*
260300 6200-BEFUND SECTION.
260400 6200-BEFUND-1001.
260500     ADD C-1                      TO H-D-ANZ-BEFUNDE
260600     MOVE "BEFUND"                TO H-BEFUND-ART
260700     PERFORM 6210-HINWEIS         THRU 6210-HINWEIS-EXIT
260800     .
260900 6200-BEFUND-1002.
261000 6200-BEFUND-EXIT.
261100     EXIT.
261200/---------------------------------------------------------------*
261300* Befund- bzw. Hinweiszeile ablegen (H-BEFUND-ART/-TEXT), die   *
261400* aktuelle Zeile DOS-ZEILE bleibt erhalten                      *
261500*---------------------------------------------------------------*
261600 6210-HINWEIS SECTION.
261700 6210-HINWEIS-1001.
261800     MOVE DOS-ZEILE               TO H-ZEILE-SICHERUNG
261900     MOVE SPACE                   TO DOS-ZEILE
262000     MOVE "***"                   TO DOS-ZEILE (1:3)
262100     MOVE H-BEFUND-ART            TO DOS-Z-B-ART
262200     MOVE H-BEFUND-TEXT           TO DOS-Z-B-TEXT
262300     PERFORM 6100-ZEILE-ABLEGEN   THRU 6100-ZEILE-ABLEGEN-EXIT
262400     MOVE H-ZEILE-SICHERUNG       TO DOS-ZEILE
262500     .
262600 6210-HINWEIS-1002.
262700 6210-HINWEIS-EXIT.
262800     EXIT.
262900/---------------------------------------------------------------*
263000* Abschluss: Schlusssatz der Lieferung und Laufsummen           *
263100*---------------------------------------------------------------*
263200 7000-ABSCHLUSS SECTION.
263300 7000-ABSCHLUSS-1001.
263400     MOVE C-SATZART-SCHLUSS       TO DOS-T-SATZART
263500     MOVE H-ANZ-DOSSIERS          TO DOS-T-ANZ-DOSSIERS
263600     MOVE H-ANZ-ARC-ZEILEN        TO DOS-T-ANZ-ZEILEN
263700     MOVE H-ANZ-UNVOLLSTAENDIG    TO DOS-T-ANZ-UNVOLLSTAENDIG
263800     MOVE DOS-ARC-SCHLUSS         TO DOS-ARCHIVSATZ
263900     WRITE DOS-ARCHIVSATZ
264000     MOVE ALL "="                 TO DOS-DRUCKZEILE
264100     WRITE DOS-DRUCKZEILE
264200     MOVE SPACE                   TO DOS-ZEILE
264300     MOVE "LAUFSUMMEN"            TO DOS-Z-F-NAME
264400     MOVE H-ANZ-DOSSIERS          TO H-ANZAHL-ED
264500     STRING "DOSSIERS "           DELIMITED BY SIZE
264600            H-ANZAHL-ED           DELIMITED BY SIZE
264700            INTO DOS-Z-F-WERT
264800     MOVE H-ANZ-UNVOLLSTAENDIG    TO H-ANZAHL-ED
264900     STRING "UNVOLLSTAENDIG "     DELIMITED BY SIZE
265000            H-ANZAHL-ED           DELIMITED BY SIZE
265100            INTO DOS-Z-F-WERT (20:)
265200     MOVE H-ANZ-UEBERLAUF         TO H-ANZAHL-ED
265300     STRING "NICHT AUFGENOMMEN (>2000) "
265400                                  DELIMITED BY SIZE
265500            H-ANZAHL-ED           DELIMITED BY SIZE
265600            INTO DOS-Z-F-WERT (45:)
265700     MOVE ": "                    TO DOS-Z-F-DP
265800     MOVE DOS-ZEILE               TO DOS-DRUCKZEILE
265900     WRITE DOS-DRUCKZEILE
266000     PERFORM 8100-LAUFREGISTER-ENDE
266100                              THRU 8100-LAUFREGISTER-ENDE-EXIT
266200     .
266300 7000-ABSCHLUSS-1002.
266400 7000-ABSCHLUSS-EXIT.
266500     EXIT.
266600/---------------------------------------------------------------*
266700* Start im zentralen Laufregister melden                        *
266800*---------------------------------------------------------------*
266900 8000-LAUFREGISTER-START SECTION.
267000 8000-LAUFREGISTER-START-1001.
267100     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
267200     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
267300     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
267400     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
267500                                     KAIRUN-ANZ-GESCHRIEBEN
267600                                     KAIRUN-ANZ-FEHLER
267700     CALL "AKARUN"
267800     USING KAIRUN-EINGABEBEREICH
267900           GSOVER-VERSTAENDIGUNGSBEREICH
268000     END-CALL
268100     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
268200     .
268300 8000-LAUFREGISTER-START-1002.
268400 8000-LAUFREGISTER-START-EXIT.
268500     EXIT.
268600/---------------------------------------------------------------*
268700* Ende mit Kontrollsummen im zentralen Laufregister melden      *
268800*---------------------------------------------------------------*
268900 8100-LAUFREGISTER-ENDE SECTION.
269000 8100-LAUFREGISTER-ENDE-1001.
269100     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
269200     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
269300     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
269400     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
269500     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
269600     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
269700     CALL "AKARUN"
269800     USING KAIRUN-EINGABEBEREICH
269900           GSOVER-VERSTAENDIGUNGSBEREICH
270000     END-CALL
270100     .
270200 8100-LAUFREGISTER-ENDE-1002.
270300 8100-LAUFREGISTER-ENDE-EXIT.
270400     EXIT.
270500/---------------------------------------------------------------*
270600* Programmende                                                  *
270700*---------------------------------------------------------------*
270800 9999-EXIT SECTION.
270900 9999-EXIT-1001.
271000     CLOSE DOSPARM
271100     CLOSE DOSAUS
271200     CLOSE DOSARC
271300     .
271400 9999-EXIT-1002.
271500 9999-EXIT-EXIT.
271600     EXIT.
