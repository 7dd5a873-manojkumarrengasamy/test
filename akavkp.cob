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
000160*@Titel         : Pruefung der Valutakompensations-Ansprueche
000160*@Elementname   : akavkp.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Pruefung Valutakompensations-Ansprueche   *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Tageslauf fuer die Valutakompensations-Ansprueche, die   *
001800* Gegenparteien wegen verspaeteter Gutschrift oder Zahlung *
001900* an uns richten (Gegenstueck zu AKAVSD/AKAZIF).           *
002000* 1. Erfassung: die Eingangsdatei VKPEIN liefert je        *
002100*    Anspruch einen Kopfsatz (Herkunft, Konto-ID, Waehrung,*
002200*    geforderter Betrag, Zeitraum von/bis, Referenz der    *
002300*    Gegenpartei) und bis zu 10 Postensaetze mit dem       *
002400*    Schluessel der betroffenen APO. Der Anspruch erhaelt  *
002500*    eine Anspruchsnummer (Laufdatum + laufende Nummer) und*
002600*    wird im Register KA02AKVK mit Status E gefuehrt; die  *
002700*    Gegenpartei wird ueber die Konto-ID aus KA000AKGP     *
002800*    ermittelt.                                            *
002900* 2. Nachrechnung aller Ansprueche im Status E (Zeilenscan *
003000*    KA03AKVK): je Posten werden Valuta, Buchungstag und   *
003100*    Betrag ueber AKA5OF 01-STD-APO-L-DET-AUSK gelesen. Als*
003200*    Gutschriftsdatum gilt der Buchungstag, bei spaeterer  *
003300*    Uebernahme des Auszugs (Auszugshistorie KA03AKAH) das *
003400*    Uebernahmedatum. Verzinst wird die Spanne Valuta bis  *
003500*    Gutschrift, begrenzt auf den geforderten Zeitraum, mit*
003600*    dem Zinssatz der Waehrung aus KA02AKZI (Prozent p.a., *
003700*    act/360 wie AKAVSD). Ohne Zinssatz bleibt der Anspruch*
003800*    im Status E und wird protokolliert.                   *
003900* 3. Entscheid: Nachrechnung null - abgelehnt (R);         *
004000*    Forderung bis Nachrechnung plus Toleranz aus VKPPARM -*
004100*    angenommen (A) in Hoehe der Forderung; sonst teilweise*
004200*    angenommen (T) in Hoehe der Nachrechnung.             *
004300* 4. Antwortschreiben VKPBRF mit Anschrift (KA000AKGP),    *
004400*    Textbaustein aus KA02AKMT (Stufe 7 angenommen, 8      *
004500*    teilweise, 9 abgelehnt), Einzelnachweis der Posten und*
004600*    Betragszeile. Anerkannte Betraege werden mit GL-Status*
004700*    O vorgemerkt und vom Ausgangslauf AKAGLB an das       *
004800*    Hauptbuch geleitet. Protokoll VKPAUS.                 *
004900*@E-ELEMENTBESCHREIBUNG                                    *
005000*                                                          *
005100*@A-COBOL-COPY                                             *
005200* Benoetigte COBOL-Copies:                                 *
005300* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005400* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005500* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                  *
005600* CKA0AKVK   : ZEILENSCAN KA03AKVK                         *
005700* CKAI0AVK   : EINGABEBEREICH KA02AKVK                     *
005800* CKAO0AVK   : AUSGABEBEREICH KA02AKVK                     *
005900* CKA0AKAH   : ZEILENSCAN KA03AKAH                         *
006000* CKA0AKGP   : ZEILENSCAN KA000AKGP                        *
006100* CKAI0AZI   : EINGABEBEREICH KA02AKZI                     *
006200* CKAO0AZI   : AUSGABEBEREICH KA02AKZI                     *
006300* CKAI0AMT   : EINGABEBEREICH KA02AKMT                     *
006400* CKAO0AMT   : AUSGABEBEREICH KA02AKMT                     *
006500* CKAI5OF1   : EINGABEBEREICH AKA5OF                       *
006600* CKAO5OF1   : AUSGABEBEREICH AKA5OF                       *
006700* DKAXIND    : INDICES AKA5OF                              *
006800* CKAXIND    : INDICES AKA5OF                              *
006900*@E-COBOL-COPY                                             *
007000*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58801                                               *      D01
090052*     Neuanlage - Register, Nachrechnung und Antwort-      *      D01
090053*     schreiben fuer Valutakompensations-Ansprueche von    *      D01
090054*     Gegenparteien, Buchung ueber AKAGLB.                 *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAVKP.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT VKPPARM               ASSIGN TO "VKPPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT VKPEIN                ASSIGN TO "VKPEIN"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT VKPBRF                ASSIGN TO "VKPBRF"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT VKPAUS                ASSIGN TO "VKPAUS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  VKPPARM
102100     RECORDING MODE IS F.
102200 01  VKP-PARM-SATZ.
102300     05 VKP-P-LAUFDATUM           PIC 9(008).
102400     05 FILLER                    PIC X(001).
102500     05 VKP-P-TOLERANZ            PIC 9(007)V9(002).
102600 FD  VKPEIN
102700     RECORDING MODE IS F.
102800 01  VKP-EIN-SATZ.
102900     05 VKP-E-SATZART             PIC X(001).
103000        88 VKP-E-KOPF             VALUE "K".
103100        88 VKP-E-POSTEN           VALUE "P".
103200     05 VKP-E-DATEN               PIC X(120).
103300 01  VKP-EIN-KOPF.
103400     05 FILLER                    PIC X(001).
103500     05 VKP-K-HERKUNFT            PIC X(011).
103600     05 VKP-K-KONTO-ID            PIC X(035).
103700     05 VKP-K-WAEHRUNG            PIC X(003).
103800     05 VKP-K-FORDERUNG           PIC 9(013)V9(002).
103900     05 VKP-K-ZEITRAUM-VON        PIC 9(008).
104000     05 VKP-K-ZEITRAUM-BIS        PIC 9(008).
104100     05 VKP-K-FREMD-REFERENZ      PIC X(020).
104200     05 FILLER                    PIC X(020).
104300 01  VKP-EIN-POSTEN.
104400     05 FILLER                    PIC X(001).
104500     05 VKP-Q-AK-NUMMER           PIC 9(005).
104600     05 VKP-Q-AUSZUGSDATUM        PIC 9(008).
104700     05 VKP-Q-AUSZUGSNUMMER       PIC 9(005).
104800     05 VKP-Q-AUSZUG-FNR          PIC 9(005).
104900     05 VKP-Q-LFD-NR-APO          PIC 9(007).
105000     05 FILLER                    PIC X(090).
105100 FD  VKPBRF
105200     RECORDING MODE IS F.
105300 01  VKP-BRIEFZEILE               PIC X(100).
105400 FD  VKPAUS
105500     RECORDING MODE IS F.
105600 01  VKP-DRUCKZEILE               PIC X(150).
105700*---------------------------------------------------------------*
105800* WORKING-STORAGE-Section                                       *
105900*---------------------------------------------------------------*
106000 WORKING-STORAGE SECTION.
106100 01  VERS-INF.
106200     05  FILLER PIC X(13) VALUE "ELEM=akavkp  ".
106300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106400/---------------------------------------------------------------*
106500* Konstanten                                                    *
106600*---------------------------------------------------------------*
106700 01  GS-KONSTANTEN.
106800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
106900     20 C-AKAVKP                  PIC X(006) VALUE "AKAVKP".
107000     20 C-OBJEKT-TAB-KA02AKVK     PIC X(009) VALUE "KA02AKVK".
107100     20 C-OBJEKT-TAB-KA03AKVK     PIC X(009) VALUE "KA03AKVK".
107200     20 C-OBJEKT-TAB-KA03AKAH     PIC X(009) VALUE "KA03AKAH".
107300     20 C-OBJEKT-TAB-KA000AKGP    PIC X(009) VALUE "KA000AKGP".
107400     20 C-OBJEKT-TAB-KA02AKZI     PIC X(009) VALUE "KA02AKZI".
107500     20 C-OBJEKT-TAB-KA02AKMT     PIC X(009) VALUE "KA02AKMT".
107600     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
107700     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107800     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
107900                                  "SCHREIBEN-EQUAL".
108000     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
108100                                  VALUE "01-STD-APO-L-DET-AUSK".
108200     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108300     20 C-MAX-POSTEN              PIC 9(002) VALUE 10.
108400     20 C-STUFE-ANGENOMMEN        PIC 9(001) VALUE 7.
108500     20 C-STUFE-TEILWEISE         PIC 9(001) VALUE 8.
108600     20 C-STUFE-ABGELEHNT         PIC 9(001) VALUE 9.
108700 01  C-MELDUNGEN.
108800     05 C-MELD-ERFASST            PIC X(030) VALUE
108900        "ERFASST".
109000     05 C-MELD-ANGENOMMEN         PIC X(030) VALUE
109100        "ANGENOMMEN".
109200     05 C-MELD-TEILWEISE          PIC X(030) VALUE
109300        "TEILWEISE ANGENOMMEN".
109400     05 C-MELD-ABGELEHNT          PIC X(030) VALUE
109500        "ABGELEHNT".
109600     05 C-MELD-ZINSSATZ-FEHLT     PIC X(030) VALUE
109700        "ZINSSATZ FEHLT - BLEIBT OFFEN".
109800     05 C-MELD-OHNE-KOPF          PIC X(030) VALUE
109900        "POSTEN OHNE ANSPRUCHSKOPF".
110000     05 C-MELD-ZU-VIELE           PIC X(030) VALUE
110100        "MEHR ALS 10 POSTEN".
110200     05 C-MELD-OHNE-POSTEN        PIC X(030) VALUE
110300        "ANSPRUCH OHNE POSTEN".
110400     05 C-MELD-ZEITRAUM           PIC X(030) VALUE
110500        "ZEITRAUM UNGUELTIG".
110600     05 C-MELD-SATZART            PIC X(030) VALUE
110700        "SATZART UNGUELTIG".
110800     05 C-MELD-GP-FEHLT           PIC X(030) VALUE
110900        "GEGENPARTEI NICHT IM STAMM".
111000/---------------------------------------------------------------*
111100* Brief- und Protokollzeilen                                    *
111200*---------------------------------------------------------------*
111300 01  VKP-BRF-KOPF.
111400     05 FILLER                    PIC X(011) VALUE "ANSPRUCH   ".
111500     05 VKP-B-ANSPRUCHSNR         PIC 9(012).
111600     05 FILLER                    PIC X(001) VALUE SPACE.
111700     05 FILLER                    PIC X(014)
111800                                  VALUE "IHRE REFERENZ ".
111900     05 VKP-B-FREMD-REFERENZ      PIC X(020).
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 VKP-B-DATUM               PIC 9(008).
112200     05 FILLER                    PIC X(033) VALUE SPACE.
112300 01  VKP-BRF-ADRESSE.
112400     05 VKP-A-TEXT                PIC X(078).
112500     05 FILLER                    PIC X(022) VALUE SPACE.
112600 01  VKP-BRF-TEXT.
112700     05 VKP-T-TEXT                PIC X(078).
112800     05 FILLER                    PIC X(022) VALUE SPACE.
112900 01  VKP-BRF-POSTEN.
113000     05 FILLER                    PIC X(002) VALUE SPACE.
113100     05 VKP-X-AK-NUMMER           PIC 9(005).
113200     05 FILLER                    PIC X(001) VALUE SPACE.
113300     05 VKP-X-AUSZUGSDATUM        PIC 9(008).
113400     05 FILLER                    PIC X(001) VALUE SPACE.
113500     05 VKP-X-AUSZUGSNUMMER       PIC 9(005).
113600     05 FILLER                    PIC X(001) VALUE SPACE.
113700     05 VKP-X-VALUTA              PIC 9(008).
113800     05 FILLER                    PIC X(001) VALUE SPACE.
113900     05 VKP-X-GUTSCHRIFT          PIC 9(008).
114000     05 FILLER                    PIC X(001) VALUE SPACE.
114100     05 VKP-X-BETRAG              PIC -(013)9,99.
114200     05 FILLER                    PIC X(001) VALUE SPACE.
114300     05 VKP-X-TAGE                PIC Z(004)9.
114400     05 FILLER                    PIC X(001) VALUE SPACE.
114500     05 VKP-X-ZINS                PIC Z(010)9,99.
114600     05 FILLER                    PIC X(001) VALUE SPACE.
114700     05 VKP-X-TEXT                PIC X(014).
114800     05 FILLER                    PIC X(005) VALUE SPACE.
114900 01  VKP-BRF-SUMME.
115000     05 FILLER                    PIC X(011) VALUE "  GEFORDERT".
115100     05 VKP-S-FORDERUNG           PIC Z(012)9,99.
115200     05 FILLER                    PIC X(013)
115300                                  VALUE "  NACHGERECH.".
115400     05 VKP-S-NACHRECHNUNG        PIC Z(012)9,99.
115500     05 FILLER                    PIC X(012) VALUE "  ANERKANNT ".
115600     05 VKP-S-ANERKANNT           PIC Z(012)9,99.
115700     05 FILLER                    PIC X(001) VALUE SPACE.
115800     05 VKP-S-WAEHRUNG            PIC X(003).
115900     05 FILLER                    PIC X(012) VALUE SPACE.
116000 01  VKP-PROTOKOLL.
116100     05 VKP-R-ANSPRUCHSNR         PIC 9(012).
116200     05 FILLER                    PIC X(001) VALUE SPACE.
116300     05 VKP-R-GP-ID               PIC X(008).
116400     05 FILLER                    PIC X(001) VALUE SPACE.
116500     05 VKP-R-KONTO-ID            PIC X(035).
116600     05 FILLER                    PIC X(001) VALUE SPACE.
116700     05 VKP-R-WAEHRUNG            PIC X(003).
116800     05 FILLER                    PIC X(001) VALUE SPACE.
116900     05 VKP-R-FORDERUNG           PIC Z(012)9,99.
117000     05 FILLER                    PIC X(001) VALUE SPACE.
117100     05 VKP-R-NACHRECHNUNG        PIC Z(012)9,99.
117200     05 FILLER                    PIC X(001) VALUE SPACE.
117300     05 VKP-R-ANERKANNT           PIC Z(012)9,99.
117400     05 FILLER                    PIC X(001) VALUE SPACE.
117500     05 VKP-R-STATUS              PIC X(001).
117600     05 FILLER                    PIC X(001) VALUE SPACE.
117700     05 VKP-R-TEXT                PIC X(030).
117800     05 FILLER                    PIC X(005) VALUE SPACE.
117900 01  VKP-ENDEZEILE.
118000     05 VKP-Z-TEXT                PIC X(030).
118100     05 FILLER                    PIC X(001) VALUE SPACE.
118200     05 VKP-Z-ANZAHL              PIC Z(006)9.
118300     05 FILLER                    PIC X(112) VALUE SPACE.
118400/---------------------------------------------------------------*
118500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
118600*---------------------------------------------------------------*
118700  COPY DCTGRCGE.
118800  COPY CGSOVER.
118900  COPY CGSTTAB.
119000  COPY CKA0AKVK.
119100  COPY CKAI0AVK.
119200  COPY CKAO0AVK.
119300  COPY CKA0AKAH.
119400  COPY CKA0AKGP.
119500  COPY CKAI0AZI.
119600  COPY CKAO0AZI.
119700  COPY CKAI0AMT.
119800  COPY CKAO0AMT.
119900  COPY DKAXIND.
120000  COPY CKAXIND.
120100  COPY CKAI5OF1.
120200  COPY CKAO5OF1.
120300 01  DUMMY                        PIC X(001).
120400/---------------------------------------------------------------*
120500* Hilfsvariable                                                 *
120600*---------------------------------------------------------------*
120700 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
120800 01  H-AH-ZEILE                   PIC 9(009) COMP-3.
120900 01  H-GP-ZEILE                   PIC 9(009) COMP-3.
121000 01  H-EIN-STATUS                 PIC X(001).
121100     88 EIN-WEITER                VALUE "J".
121200     88 EIN-ENDE                  VALUE "N".
121300 01  H-ANSPRUCH-KZ                PIC X(001).
121400     88 ANSPRUCH-AKTIV            VALUE "J".
121500     88 ANSPRUCH-N-AKTIV          VALUE "N".
121600 01  H-VK-STATUS                  PIC X(001).
121700     88 VK-GEFUNDEN               VALUE "J".
121800     88 VK-N-GEFUNDEN             VALUE "N".
121900 01  H-AH-STATUS                  PIC X(001).
122000     88 AH-GEFUNDEN               VALUE "J".
122100     88 AH-N-GEFUNDEN             VALUE "N".
122200 01  H-AH-TREFFER-KZ              PIC X(001).
122300     88 AH-TREFFER-JA             VALUE "J".
122400     88 AH-TREFFER-NEIN           VALUE "N".
122500 01  H-GP-STATUS                  PIC X(001).
122600     88 GP-GEFUNDEN               VALUE "J".
122700     88 GP-N-GEFUNDEN             VALUE "N".
122800 01  H-GP-TREFFER-KZ              PIC X(001).
122900     88 GP-TREFFER-JA             VALUE "J".
123000     88 GP-TREFFER-NEIN           VALUE "N".
123100 01  H-NUMMER-KZ                  PIC X(001).
123200     88 NUMMER-FREI               VALUE "J".
123300     88 NUMMER-BELEGT             VALUE "N".
123400 01  H-LFD-ANSPRUCH               PIC 9(004) COMP-3 VALUE ZERO.
123500 01  H-POS-IND                    PIC 9(003) COMP-3.
123600 01  H-GUTSCHRIFT                 PIC 9(008).
123700 01  H-BEGINN                     PIC 9(008).
123800 01  H-ENDE                       PIC 9(008).
123900 01  H-TAGE                       PIC S9(005) COMP-3.
124000 01  H-BETRAG-ABS                 PIC 9(013)V9(003) COMP-3.
124100 01  H-ZINS                       PIC 9(011)V9(002) COMP-3.
124200 01  H-NACHRECHNUNG               PIC 9(013)V9(002) COMP-3.
124300 01  H-MELDUNG                    PIC X(030).
124400 01  H-ANZ-ERFASST                PIC 9(007) COMP-3 VALUE ZERO.
124500 01  H-ANZ-ANGENOMMEN             PIC 9(007) COMP-3 VALUE ZERO.
124600 01  H-ANZ-TEILWEISE              PIC 9(007) COMP-3 VALUE ZERO.
124700 01  H-ANZ-ABGELEHNT              PIC 9(007) COMP-3 VALUE ZERO.
124800 01  H-ANZ-OFFEN                  PIC 9(007) COMP-3 VALUE ZERO.
124900 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
125000/---------------------------------------------------------------*
125100* Nachgerechnete Posten des laufenden Anspruchs (Briefnachweis) *
125200*---------------------------------------------------------------*
125300 01  VKP-POSTEN-TABELLE.
125400     05 VKP-PT                    OCCURS 10.
125500        10 VKP-PT-GEFUNDEN-KZ     PIC X(001).
125600           88 VKP-PT-GEFUNDEN     VALUE "J".
125700           88 VKP-PT-FEHLT        VALUE "N".
125800        10 VKP-PT-VALUTA          PIC 9(008).
125900        10 VKP-PT-GUTSCHRIFT      PIC 9(008).
126000        10 VKP-PT-BETRAG          PIC S9(013)V9(003).
126100/****************************************************************
126200 PROCEDURE DIVISION.
126300*****************************************************************
126400 0000-MAINLINE SECTION.
126500 0000-MAINLINE-1001.
126600     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
126700     PERFORM 2000-EINGANG-ERFASSEN
126800                                  THRU 2000-EINGANG-ERFASSEN-EXIT
126900     PERFORM 3000-ANSPRUECHE-PRUEFEN
127000                                THRU 3000-ANSPRUECHE-PRUEFEN-EXIT
127100     PERFORM 9000-ENDEPROTOKOLL   THRU 9000-ENDEPROTOKOLL-EXIT
127200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
127300     STOP RUN
127400     .
127500 0000-MAINLINE-1002.
127600     EXIT.
127700/---------------------------------------------------------------*
127800* Initialisierung                                                *
127900*---------------------------------------------------------------*
128000 1000-INITIALISIERUNG SECTION.
128100 1000-INITIALISIERUNG-1001.
128200     OPEN INPUT  VKPPARM
128300     OPEN INPUT  VKPEIN
128400     OPEN OUTPUT VKPBRF
128500     OPEN OUTPUT VKPAUS
128600     READ VKPPARM
128700       AT END
128800         INITIALIZE VKP-PARM-SATZ
128900     END-READ
129000     IF VKP-P-LAUFDATUM           NOT NUMERIC
129100        OR VKP-P-LAUFDATUM        = ZERO
129200     THEN
129300       ACCEPT VKP-P-LAUFDATUM     FROM DATE YYYYMMDD
129400     END-IF
129500     IF VKP-P-TOLERANZ            NOT NUMERIC
129600     THEN
129700       MOVE ZERO                  TO VKP-P-TOLERANZ
129800     END-IF
129900     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
130000     SET ANSPRUCH-N-AKTIV         TO TRUE
130100     .
130200 1000-INITIALISIERUNG-1002.
130300 1000-INITIALISIERUNG-EXIT.
130400     EXIT.
130500/---------------------------------------------------------------*
130600* Eingangsdatei VKPEIN: Kopf- und Postensaetze zu Anspruechen   *
130700* zusammenfassen und im Register KA02AKVK erfassen              *
130800*---------------------------------------------------------------*
130900 2000-EINGANG-ERFASSEN SECTION.
131000 2000-EINGANG-ERFASSEN-1001.
131100     SET EIN-WEITER               TO TRUE
131200     PERFORM UNTIL EIN-ENDE
131300       READ VKPEIN
131400         AT END
131500           SET EIN-ENDE           TO TRUE
131600         NOT AT END
131700           PERFORM 2100-SATZ-VERARBEITEN
131800                              THRU 2100-SATZ-VERARBEITEN-EXIT
131900       END-READ
132000     END-PERFORM
132100     IF ANSPRUCH-AKTIV
132200     THEN
132300       PERFORM 2300-ANSPRUCH-REGISTRIEREN
132400                            THRU 2300-ANSPRUCH-REGISTRIEREN-EXIT
132500     END-IF
132600     .
132700 2000-EINGANG-ERFASSEN-1002.
132800 2000-EINGANG-ERFASSEN-EXIT.
132900     EXIT.
133000/---------------------------------------------------------------*
133100* Einen Eingangssatz verarbeiten                                *
133200*---------------------------------------------------------------*
133300 2100-SATZ-VERARBEITEN SECTION.
133400 2100-SATZ-VERARBEITEN-1001.
133500     EVALUATE TRUE
133600       WHEN VKP-E-KOPF
133700         IF ANSPRUCH-AKTIV
133800         THEN
133900           PERFORM 2300-ANSPRUCH-REGISTRIEREN
134000                            THRU 2300-ANSPRUCH-REGISTRIEREN-EXIT
134100         END-IF
134200         PERFORM 2200-ANSPRUCH-BEGINNEN
134300                              THRU 2200-ANSPRUCH-BEGINNEN-EXIT
134400       WHEN VKP-E-POSTEN
134500         IF ANSPRUCH-N-AKTIV
134600         THEN
134700           MOVE C-MELD-OHNE-KOPF  TO H-MELDUNG
134800           PERFORM 2900-EINGANGSFEHLER
134900                                THRU 2900-EINGANGSFEHLER-EXIT
135000           GO TO 2100-SATZ-VERARBEITEN-EXIT
135100         END-IF
135200         IF KAO0AVK-ANZ-POSTEN    >= C-MAX-POSTEN
135300         THEN
135400           MOVE C-MELD-ZU-VIELE   TO H-MELDUNG
135500           PERFORM 2900-EINGANGSFEHLER
135600                                THRU 2900-EINGANGSFEHLER-EXIT
135700           GO TO 2100-SATZ-VERARBEITEN-EXIT
135800         END-IF
135900         ADD C-1                  TO KAO0AVK-ANZ-POSTEN
136000         MOVE KAO0AVK-ANZ-POSTEN  TO H-POS-IND
136100         MOVE VKP-Q-AK-NUMMER     TO
136200                               KAO0AVK-P-AK-NUMMER (H-POS-IND)
136300         MOVE VKP-Q-AUSZUGSDATUM  TO
136400                               KAO0AVK-P-AUSZUGSDATUM (H-POS-IND)
136500         MOVE VKP-Q-AUSZUGSNUMMER TO
136600                               KAO0AVK-P-AUSZUGSNUMMER (H-POS-IND)
136700         MOVE VKP-Q-AUSZUG-FNR    TO
136800                               KAO0AVK-P-AUSZUG-FNR (H-POS-IND)
136900         MOVE VKP-Q-LFD-NR-APO    TO
137000                               KAO0AVK-P-LFD-NR-APO (H-POS-IND)
137100         MOVE ZERO                TO KAO0AVK-P-TAGE (H-POS-IND)
137200                                     KAO0AVK-P-ZINS (H-POS-IND)
137300       WHEN OTHER
137400         MOVE C-MELD-SATZART      TO H-MELDUNG
137500         PERFORM 2900-EINGANGSFEHLER
137600                                THRU 2900-EINGANGSFEHLER-EXIT
137700     END-EVALUATE
137800     .
137900 2100-SATZ-VERARBEITEN-1002.
138000 2100-SATZ-VERARBEITEN-EXIT.
138100     EXIT.
138200/---------------------------------------------------------------*
138300* Neuen Anspruch aus dem Kopfsatz vorbelegen                    *
138400*---------------------------------------------------------------*
138500 2200-ANSPRUCH-BEGINNEN SECTION.
138600 2200-ANSPRUCH-BEGINNEN-1001.
138700     SET ANSPRUCH-AKTIV           TO TRUE
138800     INITIALIZE KAO0AVK-AUSGABEBEREICH
138900     MOVE VKP-K-HERKUNFT          TO KAO0AVK-HERKUNFT
139000     MOVE VKP-K-KONTO-ID          TO KAO0AVK-KONTO-ID
139100     MOVE VKP-K-WAEHRUNG          TO KAO0AVK-WAEHRUNG
139200     MOVE VKP-K-FREMD-REFERENZ    TO KAO0AVK-FREMD-REFERENZ
139300     MOVE VKP-P-LAUFDATUM         TO KAO0AVK-EINGANG-DATUM
139400     MOVE VKP-K-ZEITRAUM-VON      TO KAO0AVK-ZEITRAUM-VON
139500     MOVE VKP-K-ZEITRAUM-BIS      TO KAO0AVK-ZEITRAUM-BIS
139600     IF VKP-K-FORDERUNG           NUMERIC
139700     THEN
139800       MOVE VKP-K-FORDERUNG       TO KAO0AVK-FORDERUNG
139900     END-IF
140000     SET KAO0AVK-ERFASST          TO TRUE
140100     SET KAO0AVK-GL-OHNE          TO TRUE
140200     MOVE ZERO                    TO KAO0AVK-ANZ-POSTEN
140300     .
140400 2200-ANSPRUCH-BEGINNEN-1002.
140500 2200-ANSPRUCH-BEGINNEN-EXIT.
140600     EXIT.
140700/---------------------------------------------------------------*
140800* Vollstaendigen Anspruch pruefen, Anspruchsnummer vergeben,    *
140900* Gegenpartei zuordnen und im Register KA02AKVK erfassen        *
141000*---------------------------------------------------------------*
141100 2300-ANSPRUCH-REGISTRIEREN SECTION.
141200 2300-ANSPRUCH-REGISTRIEREN-1001.
141300     SET ANSPRUCH-N-AKTIV         TO TRUE
141400     IF KAO0AVK-ANZ-POSTEN        = ZERO
141500     THEN
141600       MOVE C-MELD-OHNE-POSTEN    TO H-MELDUNG
141700       PERFORM 2900-EINGANGSFEHLER
141800                                THRU 2900-EINGANGSFEHLER-EXIT
141900       GO TO 2300-ANSPRUCH-REGISTRIEREN-EXIT
142000     END-IF
142100     IF KAO0AVK-ZEITRAUM-VON      NOT NUMERIC
142200        OR KAO0AVK-ZEITRAUM-BIS   NOT NUMERIC
142300        OR KAO0AVK-ZEITRAUM-VON   = ZERO
142400        OR KAO0AVK-ZEITRAUM-VON   > KAO0AVK-ZEITRAUM-BIS
142500     THEN
142600       MOVE C-MELD-ZEITRAUM       TO H-MELDUNG
142700       PERFORM 2900-EINGANGSFEHLER
142800                                THRU 2900-EINGANGSFEHLER-EXIT
142900       GO TO 2300-ANSPRUCH-REGISTRIEREN-EXIT
143000     END-IF
143100*    Kontierung ueber den Abstimmkreis des ersten Postens
143200     MOVE KAO0AVK-P-AK-NUMMER (1) TO KAO0AVK-AK-NUMMER
143300     PERFORM 2400-GP-ZUORDNEN     THRU 2400-GP-ZUORDNEN-EXIT
143400     PERFORM 2500-NUMMER-VERGEBEN THRU 2500-NUMMER-VERGEBEN-EXIT
143500     CALL "CGSTAB"
143600     USING C-TAB-SCHREIBEN-EQUAL
143700           C-KONFIG-ID-KA
143800           C-OBJEKT-TAB-KA02AKVK
143900           GSOVER-VERSTAENDIGUNGSBEREICH
144000           KAI0AVK-EINGABEBEREICH
144100           KAO0AVK-AUSGABEBEREICH
144200           GSTTAB-EIN-AUSGABEBEREICH
144300     END-CALL
144400     ADD C-1                      TO H-ANZ-ERFASST
144500     MOVE C-MELD-ERFASST          TO H-MELDUNG
144600     PERFORM 8000-PROTOKOLL-SCHREIBEN
144700                              THRU 8000-PROTOKOLL-SCHREIBEN-EXIT
144800     .
144900 2300-ANSPRUCH-REGISTRIEREN-1002.
145000 2300-ANSPRUCH-REGISTRIEREN-EXIT.
145100     EXIT.
145200/---------------------------------------------------------------*
145300* Gegenpartei ueber die Konto-ID aus KA000AKGP zuordnen         *
145400*---------------------------------------------------------------*
145500 2400-GP-ZUORDNEN SECTION.
145600 2400-GP-ZUORDNEN-1001.
145700     MOVE SPACE                   TO KAO0AVK-GP-ID
145800     SET GP-TREFFER-NEIN          TO TRUE
145900     MOVE C-1                     TO H-GP-ZEILE
146000     PERFORM 2410-LESEN-GP-ZEILE  THRU 2410-LESEN-GP-ZEILE-EXIT
146100     PERFORM UNTIL GP-N-GEFUNDEN OR GP-TREFFER-JA
146200       IF KA0AKGP-KONTO-ID        = KAO0AVK-KONTO-ID
146300          AND KA0AKGP-AKTIV-JA
146400       THEN
146500         SET GP-TREFFER-JA        TO TRUE
146600         MOVE KA0AKGP-GP-ID       TO KAO0AVK-GP-ID
146700       ELSE
146800         ADD C-1                  TO H-GP-ZEILE
146900         PERFORM 2410-LESEN-GP-ZEILE
147000                                THRU 2410-LESEN-GP-ZEILE-EXIT
147100       END-IF
147200     END-PERFORM
147300     IF GP-TREFFER-NEIN
147400     THEN
147500*      Anspruch wird dennoch erfasst, Schreiben ohne Anschrift
147600       MOVE C-MELD-GP-FEHLT       TO H-MELDUNG
147700       PERFORM 2900-EINGANGSFEHLER
147800                                THRU 2900-EINGANGSFEHLER-EXIT
147900     END-IF
148000     .
148100 2400-GP-ZUORDNEN-1002.
148200 2400-GP-ZUORDNEN-EXIT.
148300     EXIT.
148400/---------------------------------------------------------------*
148500* Zeile aus KA000AKGP lesen                                      *
148600*---------------------------------------------------------------*
148700 2410-LESEN-GP-ZEILE SECTION.
148800 2410-LESEN-GP-ZEILE-1001.
148900     MOVE H-GP-ZEILE              TO KA0AKGP-ZEILENNUMMER
149000     CALL "CGSTAB" USING
149100          C-TAB-LESEN-ZEILE
149200          C-KONFIG-ID-KA
149300          C-OBJEKT-TAB-KA000AKGP
149400          GSOVER-VERSTAENDIGUNGSBEREICH
149500          KA0AKGP-EINGABEBEREICH
149600          KA0AKGP-AUSGABEBEREICH
149700          DUMMY
149800     END-CALL
149900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
150000     THEN
150100       SET GP-GEFUNDEN            TO TRUE
150200     ELSE
150300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
150400       SET GP-N-GEFUNDEN          TO TRUE
150500     END-IF
150600     .
150700 2410-LESEN-GP-ZEILE-1002.
150800 2410-LESEN-GP-ZEILE-EXIT.
150900     EXIT.
151000/---------------------------------------------------------------*
151100* Anspruchsnummer vergeben: Laufdatum + laufende Nummer; bei    *
151200* Wiederholung des Laufs werden belegte Nummern uebersprungen   *
151300*---------------------------------------------------------------*
151400 2500-NUMMER-VERGEBEN SECTION.
151500 2500-NUMMER-VERGEBEN-1001.
151600     SET NUMMER-BELEGT            TO TRUE
151700     PERFORM UNTIL NUMMER-FREI
151800       ADD C-1                    TO H-LFD-ANSPRUCH
151900       COMPUTE KAI0AVK-ANSPRUCHSNR =
152000               VKP-P-LAUFDATUM * 10000 + H-LFD-ANSPRUCH
152100       CALL "CGSTAB"
152200       USING C-TAB-LESEN-EQUAL
152300             C-KONFIG-ID-KA
152400             C-OBJEKT-TAB-KA02AKVK
152500             GSOVER-VERSTAENDIGUNGSBEREICH
152600             KAI0AVK-EINGABEBEREICH
152700             DUMMY
152800             GSTTAB-EIN-AUSGABEBEREICH
152900       END-CALL
153000       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
153100       THEN
153200         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
153300         SET NUMMER-FREI          TO TRUE
153400       END-IF
153500     END-PERFORM
153600     .
153700 2500-NUMMER-VERGEBEN-1002.
153800 2500-NUMMER-VERGEBEN-EXIT.
153900     EXIT.
154000/---------------------------------------------------------------*
154100* Fehler der Eingangsdatei protokollieren                       *
154200*---------------------------------------------------------------*
154300 2900-EINGANGSFEHLER SECTION.
154400 2900-EINGANGSFEHLER-1001.
154500     ADD C-1                      TO H-ANZ-FEHLER
154600     INITIALIZE VKP-PROTOKOLL
154700     MOVE KAO0AVK-GP-ID           TO VKP-R-GP-ID
154800     MOVE KAO0AVK-KONTO-ID        TO VKP-R-KONTO-ID
154900     MOVE KAO0AVK-WAEHRUNG        TO VKP-R-WAEHRUNG
155000     MOVE KAO0AVK-FORDERUNG       TO VKP-R-FORDERUNG
155100     MOVE H-MELDUNG               TO VKP-R-TEXT
155200     MOVE VKP-PROTOKOLL           TO VKP-DRUCKZEILE
155300     WRITE VKP-DRUCKZEILE
155400     .
155500 2900-EINGANGSFEHLER-1002.
155600 2900-EINGANGSFEHLER-EXIT.
155700     EXIT.
155800/---------------------------------------------------------------*
155900* Alle erfassten, noch nicht entschiedenen Ansprueche (Zeilen-  *
156000* scan KA03AKVK, Status E) nachrechnen und beantworten          *
156100*---------------------------------------------------------------*
156200 3000-ANSPRUECHE-PRUEFEN SECTION.
156300 3000-ANSPRUECHE-PRUEFEN-1001.
156400     MOVE C-1                     TO H-LFD-ZEILE
156500     PERFORM 3010-LESEN-VK-ZEILE  THRU 3010-LESEN-VK-ZEILE-EXIT
156600     PERFORM UNTIL VK-N-GEFUNDEN
156700       IF KA0AKVK-ERFASST
156800       THEN
156900         PERFORM 3100-ANSPRUCH-PRUEFEN
157000                              THRU 3100-ANSPRUCH-PRUEFEN-EXIT
157100       END-IF
157200       ADD C-1                    TO H-LFD-ZEILE
157300       PERFORM 3010-LESEN-VK-ZEILE
157400                                THRU 3010-LESEN-VK-ZEILE-EXIT
157500     END-PERFORM
157600     .
157700 3000-ANSPRUECHE-PRUEFEN-1002.
157800 3000-ANSPRUECHE-PRUEFEN-EXIT.
157900     EXIT.
158000/---------------------------------------------------------------*
158100* Zeile aus KA03AKVK lesen                                      *
158200*---------------------------------------------------------------*
158300 3010-LESEN-VK-ZEILE SECTION.
158400 3010-LESEN-VK-ZEILE-1001.
158500     MOVE H-LFD-ZEILE             TO KA0AKVK-ZEILENNUMMER
158600     CALL "CGSTAB" USING
158700          C-TAB-LESEN-ZEILE
158800          C-KONFIG-ID-KA
158900          C-OBJEKT-TAB-KA03AKVK
159000          GSOVER-VERSTAENDIGUNGSBEREICH
159100          KA0AKVK-EINGABEBEREICH
159200          KA0AKVK-AUSGABEBEREICH
159300          DUMMY
159400     END-CALL
159500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
159600     THEN
159700       SET VK-GEFUNDEN            TO TRUE
159800     ELSE
159900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
160000       SET VK-N-GEFUNDEN          TO TRUE
160100     END-IF
160200     .
160300 3010-LESEN-VK-ZEILE-1002.
160400 3010-LESEN-VK-ZEILE-EXIT.
160500     EXIT.
160600/---------------------------------------------------------------*
160700* Einen Anspruch nachrechnen, entscheiden, fortschreiben und    *
160800* das Antwortschreiben erstellen                                *
160900*---------------------------------------------------------------*
161000 3100-ANSPRUCH-PRUEFEN SECTION.
161100 3100-ANSPRUCH-PRUEFEN-1001.
161200     MOVE KA0AKVK-ANSPRUCHSNR     TO KAI0AVK-ANSPRUCHSNR
161300     MOVE KA0AKVK-AUSGABEBEREICH (13:)
161400                                  TO KAO0AVK-AUSGABEBEREICH
161500*    Zinssatz der Anspruchswaehrung
161600     MOVE KAO0AVK-WAEHRUNG        TO KAI0AZI-WAEHRUNG
161700     CALL "CGSTAB"
161800     USING C-TAB-LESEN-EQUAL
161900           C-KONFIG-ID-KA
162000           C-OBJEKT-TAB-KA02AKZI
162100           GSOVER-VERSTAENDIGUNGSBEREICH
162200           KAI0AZI-EINGABEBEREICH
162300           KAO0AZI-AUSGABEBEREICH
162400           GSTTAB-EIN-AUSGABEBEREICH
162500     END-CALL
162600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
162700     THEN
162800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
162900       ADD C-1                    TO H-ANZ-OFFEN
163000       MOVE C-MELD-ZINSSATZ-FEHLT TO H-MELDUNG
163100       PERFORM 8000-PROTOKOLL-SCHREIBEN
163200                              THRU 8000-PROTOKOLL-SCHREIBEN-EXIT
163300       GO TO 3100-ANSPRUCH-PRUEFEN-EXIT
163400     END-IF
163500     MOVE ZERO                    TO H-NACHRECHNUNG
163600     PERFORM 3200-POSTEN-NACHRECHNEN
163700                              THRU 3200-POSTEN-NACHRECHNEN-EXIT
163800             VARYING H-POS-IND FROM 1 BY 1
163900             UNTIL H-POS-IND      > KAO0AVK-ANZ-POSTEN
164000     MOVE H-NACHRECHNUNG          TO KAO0AVK-NACHRECHNUNG
164100*    Entscheid: null abgelehnt, innerhalb der Toleranz voll,
164200*    sonst in Hoehe der Nachrechnung
164300     EVALUATE TRUE
164400       WHEN KAO0AVK-NACHRECHNUNG  = ZERO
164500         SET KAO0AVK-ABGELEHNT    TO TRUE
164600         MOVE ZERO                TO KAO0AVK-ANERKANNT
164700         MOVE C-STUFE-ABGELEHNT   TO KAI0AMT-MAHNSTUFE
164800         MOVE C-MELD-ABGELEHNT    TO H-MELDUNG
164900         ADD C-1                  TO H-ANZ-ABGELEHNT
165000       WHEN KAO0AVK-FORDERUNG     <=
165100            KAO0AVK-NACHRECHNUNG + VKP-P-TOLERANZ
165200         SET KAO0AVK-ANGENOMMEN   TO TRUE
165300         MOVE KAO0AVK-FORDERUNG   TO KAO0AVK-ANERKANNT
165400         MOVE C-STUFE-ANGENOMMEN  TO KAI0AMT-MAHNSTUFE
165500         MOVE C-MELD-ANGENOMMEN   TO H-MELDUNG
165600         ADD C-1                  TO H-ANZ-ANGENOMMEN
165700       WHEN OTHER
165800         SET KAO0AVK-TEILWEISE    TO TRUE
165900         MOVE KAO0AVK-NACHRECHNUNG
166000                                  TO KAO0AVK-ANERKANNT
166100         MOVE C-STUFE-TEILWEISE   TO KAI0AMT-MAHNSTUFE
166200         MOVE C-MELD-TEILWEISE    TO H-MELDUNG
166300         ADD C-1                  TO H-ANZ-TEILWEISE
166400     END-EVALUATE
166500     MOVE VKP-P-LAUFDATUM         TO KAO0AVK-ENTSCHEID-DATUM
166600     IF KAO0AVK-ANERKANNT         > ZERO
166700     THEN
166800       SET KAO0AVK-GL-OFFEN       TO TRUE
166900     ELSE
167000       SET KAO0AVK-GL-OHNE        TO TRUE
167100     END-IF
167200     MOVE ZERO                    TO KAO0AVK-GL-DATUM
167300     CALL "CGSTAB"
167400     USING C-TAB-SCHREIBEN-EQUAL
167500           C-KONFIG-ID-KA
167600           C-OBJEKT-TAB-KA02AKVK
167700           GSOVER-VERSTAENDIGUNGSBEREICH
167800           KAI0AVK-EINGABEBEREICH
167900           KAO0AVK-AUSGABEBEREICH
168000           GSTTAB-EIN-AUSGABEBEREICH
168100     END-CALL
168200     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
168300     PERFORM 3300-BRIEF-SCHREIBEN THRU 3300-BRIEF-SCHREIBEN-EXIT
168400     PERFORM 8000-PROTOKOLL-SCHREIBEN
168500                              THRU 8000-PROTOKOLL-SCHREIBEN-EXIT
168600     .
168700 3100-ANSPRUCH-PRUEFEN-1002.
168800 3100-ANSPRUCH-PRUEFEN-EXIT.
168900     EXIT.
169000/---------------------------------------------------------------*
169100* Einen Posten nachrechnen: Spanne Valuta bis Gutschrift        *
169200* innerhalb des geforderten Zeitraums, act/360                  *
169300*---------------------------------------------------------------*
169400 3200-POSTEN-NACHRECHNEN SECTION.
169500 3200-POSTEN-NACHRECHNEN-1001.
169600     MOVE ZERO                    TO KAO0AVK-P-TAGE (H-POS-IND)
169700                                     KAO0AVK-P-ZINS (H-POS-IND)
169800                                     VKP-PT-VALUTA (H-POS-IND)
169900                                     VKP-PT-GUTSCHRIFT (H-POS-IND)
170000                                     VKP-PT-BETRAG (H-POS-IND)
170100     SET VKP-PT-FEHLT (H-POS-IND) TO TRUE
170200     MOVE HIGH-VALUE              TO KAI5OF1-EINGABEBEREICH
170300     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
170400     MOVE KAO0AVK-P-AK-NUMMER (H-POS-IND)
170500                                  TO KAI5OF1-ABSTIMMKREIS-NR
170600     MOVE KAO0AVK-HERKUNFT        TO KAI5OF1-HERKUNFT
170700     MOVE KAO0AVK-KONTO-ID        TO KAI5OF1-KONTO-ID-ABSTIMM
170800     MOVE KAO0AVK-P-AUSZUGSDATUM (H-POS-IND)
170900                                  TO KAI5OF1-AUSZUGSDATUM
171000     MOVE KAO0AVK-P-AUSZUGSNUMMER (H-POS-IND)
171100                                  TO KAI5OF1-AUSZUGSNUMMER
171200     MOVE KAO0AVK-P-AUSZUG-FNR (H-POS-IND)
171300                                  TO KAI5OF1-AUSZUG-FNR
171400     MOVE KAO0AVK-P-LFD-NR-APO (H-POS-IND)
171500                                  TO KAI5OF1-LFD-NR-APO
171600     CALL "AKA5OF" USING
171700          C-01-STD-APO-L-DET-AUSK
171800          C-KONFIG-ID-KA
171900          C-AKAVKP
172000          GSOVER-VERSTAENDIGUNGSBEREICH
172100          KAI5OF1-EINGABEBEREICH
172200          KAO5OF1-AUSGABEBEREICH
172300          DUMMY
172400          KAXIND-INDICES
172500     END-CALL
172600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
172700     THEN
172800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
172900       GO TO 3200-POSTEN-NACHRECHNEN-EXIT
173000     END-IF
173100     SET VKP-PT-GEFUNDEN (H-POS-IND)
173200                                  TO TRUE
173300     MOVE KAO5OF1-APO-BETRAG      TO VKP-PT-BETRAG (H-POS-IND)
173400     IF KAO5OF1-APO-VALUTA        NOT NUMERIC
173500        OR KAO5OF1-APO-VALUTA     = ZERO
173600        OR KAO5OF1-APO-BUTAG      NOT NUMERIC
173700     THEN
173800       GO TO 3200-POSTEN-NACHRECHNEN-EXIT
173900     END-IF
174000     MOVE KAO5OF1-APO-VALUTA      TO VKP-PT-VALUTA (H-POS-IND)
174100*    Gutschrift: Buchungstag, bei spaeterer Uebernahme des
174200*    Auszugs das Uebernahmedatum
174300     MOVE KAO5OF1-APO-BUTAG       TO H-GUTSCHRIFT
174400     PERFORM 3210-UEBERNAHME-SUCHEN
174500                              THRU 3210-UEBERNAHME-SUCHEN-EXIT
174600     MOVE H-GUTSCHRIFT            TO VKP-PT-GUTSCHRIFT (H-POS-IND)
174700*    auf den geforderten Zeitraum begrenzen
174800     MOVE KAO5OF1-APO-VALUTA      TO H-BEGINN
174900     IF KAO0AVK-ZEITRAUM-VON      > H-BEGINN
175000     THEN
175100       MOVE KAO0AVK-ZEITRAUM-VON  TO H-BEGINN
175200     END-IF
175300     MOVE H-GUTSCHRIFT            TO H-ENDE
175400     IF KAO0AVK-ZEITRAUM-BIS      < H-ENDE
175500     THEN
175600       MOVE KAO0AVK-ZEITRAUM-BIS  TO H-ENDE
175700     END-IF
175800     IF H-ENDE                    <= H-BEGINN
175900     THEN
176000       GO TO 3200-POSTEN-NACHRECHNEN-EXIT
176100     END-IF
176200     COMPUTE H-TAGE =
176300             FUNCTION INTEGER-OF-DATE (H-ENDE)
176400           - FUNCTION INTEGER-OF-DATE (H-BEGINN)
176500     IF KAO5OF1-APO-BETRAG        < ZERO
176600     THEN
176700       COMPUTE H-BETRAG-ABS = KAO5OF1-APO-BETRAG * -1
176800     ELSE
176900       MOVE KAO5OF1-APO-BETRAG    TO H-BETRAG-ABS
177000     END-IF
177100     COMPUTE H-ZINS ROUNDED =
177200             H-BETRAG-ABS * KAO0AZI-ZINSSATZ / 100 * H-TAGE / 360
177300     MOVE H-TAGE                  TO KAO0AVK-P-TAGE (H-POS-IND)
177400     MOVE H-ZINS                  TO KAO0AVK-P-ZINS (H-POS-IND)
177500     ADD H-ZINS                   TO H-NACHRECHNUNG
177600     .
177700 3200-POSTEN-NACHRECHNEN-1002.
177800 3200-POSTEN-NACHRECHNEN-EXIT.
177900     EXIT.
178000/---------------------------------------------------------------*
178100* Auszug des Postens in der Auszugshistorie KA03AKAH suchen;    *
178200* liegt dessen Uebernahme nach dem Buchungstag, gilt sie als    *
178300* Gutschriftsdatum                                              *
178400*---------------------------------------------------------------*
178500 3210-UEBERNAHME-SUCHEN SECTION.
178600 3210-UEBERNAHME-SUCHEN-1001.
178700     SET AH-TREFFER-NEIN          TO TRUE
178800     MOVE C-1                     TO H-AH-ZEILE
178900     PERFORM 3220-LESEN-AH-ZEILE  THRU 3220-LESEN-AH-ZEILE-EXIT
179000     PERFORM UNTIL AH-N-GEFUNDEN OR AH-TREFFER-JA
179100       IF KA0AKAH-HERKUNFT        = KAO0AVK-HERKUNFT
179200          AND KA0AKAH-KONTO-ID    = KAO0AVK-KONTO-ID
179300          AND KA0AKAH-AUSZUGSDATUM
179400                        = KAO0AVK-P-AUSZUGSDATUM (H-POS-IND)
179500          AND KA0AKAH-AUSZUGSNUMMER
179600                        = KAO0AVK-P-AUSZUGSNUMMER (H-POS-IND)
179700       THEN
179800         SET AH-TREFFER-JA        TO TRUE
179900       ELSE
180000         ADD C-1                  TO H-AH-ZEILE
180100         PERFORM 3220-LESEN-AH-ZEILE
180200                                THRU 3220-LESEN-AH-ZEILE-EXIT
180300       END-IF
180400     END-PERFORM
180500     IF AH-TREFFER-JA
180600        AND KA0AKAH-UEBERNAHME-DATUM NUMERIC
180700        AND KA0AKAH-UEBERNAHME-DATUM > H-GUTSCHRIFT
180800     THEN
180900       MOVE KA0AKAH-UEBERNAHME-DATUM
181000                                  TO H-GUTSCHRIFT
181100     END-IF
181200     .
181300 3210-UEBERNAHME-SUCHEN-1002.
181400 3210-UEBERNAHME-SUCHEN-EXIT.
181500     EXIT.
181600/---------------------------------------------------------------*
181700* Zeile aus KA03AKAH lesen                                      *
181800*---------------------------------------------------------------*
181900 3220-LESEN-AH-ZEILE SECTION.
182000 3220-LESEN-AH-ZEILE-1001.
182100     MOVE H-AH-ZEILE              TO KA0AKAH-ZEILENNUMMER
182200     CALL "CGSTAB" USING
182300          C-TAB-LESEN-ZEILE
182400          C-KONFIG-ID-KA
182500          C-OBJEKT-TAB-KA03AKAH
182600          GSOVER-VERSTAENDIGUNGSBEREICH
182700          KA0AKAH-EINGABEBEREICH
182800          KA0AKAH-AUSGABEBEREICH
182900          DUMMY
183000     END-CALL
183100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
183200     THEN
183300       SET AH-GEFUNDEN            TO TRUE
183400     ELSE
183500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
183600       SET AH-N-GEFUNDEN          TO TRUE
183700     END-IF
183800     .
183900 3220-LESEN-AH-ZEILE-1002.
184000 3220-LESEN-AH-ZEILE-EXIT.
184100     EXIT.
184200/---------------------------------------------------------------*
184300* Antwortschreiben: Kopf, Anschrift, Textbaustein der           *
184400* Entscheidung (KA02AKMT), Postennachweis und Betragszeile      *
184500*---------------------------------------------------------------*
184600 3300-BRIEF-SCHREIBEN SECTION.
184700 3300-BRIEF-SCHREIBEN-1001.
184800     INITIALIZE VKP-BRF-KOPF
184900     MOVE KAI0AVK-ANSPRUCHSNR     TO VKP-B-ANSPRUCHSNR
185000     MOVE KAO0AVK-FREMD-REFERENZ  TO VKP-B-FREMD-REFERENZ
185100     MOVE VKP-P-LAUFDATUM         TO VKP-B-DATUM
185200     MOVE VKP-BRF-KOPF            TO VKP-BRIEFZEILE
185300     WRITE VKP-BRIEFZEILE
185400     PERFORM 3310-GP-ANSCHRIFT    THRU 3310-GP-ANSCHRIFT-EXIT
185500*    Textbaustein der Entscheidung (Stufe in KAI0AMT versorgt)
185600     CALL "CGSTAB"
185700     USING C-TAB-LESEN-EQUAL
185800           C-KONFIG-ID-KA
185900           C-OBJEKT-TAB-KA02AKMT
186000           GSOVER-VERSTAENDIGUNGSBEREICH
186100           KAI0AMT-EINGABEBEREICH
186200           KAO0AMT-AUSGABEBEREICH
186300           GSTTAB-EIN-AUSGABEBEREICH
186400     END-CALL
186500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
186600     THEN
186700       INITIALIZE VKP-BRF-TEXT
186800       MOVE KAO0AMT-TEXT          TO VKP-T-TEXT
186900       MOVE VKP-BRF-TEXT          TO VKP-BRIEFZEILE
187000       WRITE VKP-BRIEFZEILE
187100     ELSE
187200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
187300     END-IF
187400     PERFORM 3320-POSTEN-NACHWEIS THRU 3320-POSTEN-NACHWEIS-EXIT
187500             VARYING H-POS-IND FROM 1 BY 1
187600             UNTIL H-POS-IND      > KAO0AVK-ANZ-POSTEN
187700     INITIALIZE VKP-BRF-SUMME
187800     MOVE KAO0AVK-FORDERUNG       TO VKP-S-FORDERUNG
187900     MOVE KAO0AVK-NACHRECHNUNG    TO VKP-S-NACHRECHNUNG
188000     MOVE KAO0AVK-ANERKANNT       TO VKP-S-ANERKANNT
188100     MOVE KAO0AVK-WAEHRUNG        TO VKP-S-WAEHRUNG
188200     MOVE VKP-BRF-SUMME           TO VKP-BRIEFZEILE
188300     WRITE VKP-BRIEFZEILE
188400     MOVE SPACE                   TO VKP-BRIEFZEILE
188500     WRITE VKP-BRIEFZEILE
188600     .
188700 3300-BRIEF-SCHREIBEN-1002.
188800 3300-BRIEF-SCHREIBEN-EXIT.
188900     EXIT.
189000/---------------------------------------------------------------*
189100* Anschrift der Gegenpartei aus KA000AKGP; ohne Stammeintrag    *
189200* bleibt das Schreiben ohne Anschrift                           *
189300*---------------------------------------------------------------*
189400 3310-GP-ANSCHRIFT SECTION.
189500 3310-GP-ANSCHRIFT-1001.
189600     IF KAO0AVK-GP-ID             = SPACE
189700     THEN
189800       GO TO 3310-GP-ANSCHRIFT-EXIT
189900     END-IF
190000     SET GP-TREFFER-NEIN          TO TRUE
190100     MOVE C-1                     TO H-GP-ZEILE
190200     PERFORM 2410-LESEN-GP-ZEILE  THRU 2410-LESEN-GP-ZEILE-EXIT
190300     PERFORM UNTIL GP-N-GEFUNDEN OR GP-TREFFER-JA
190400       IF KA0AKGP-GP-ID           = KAO0AVK-GP-ID
190500       THEN
190600         SET GP-TREFFER-JA        TO TRUE
190700       ELSE
190800         ADD C-1                  TO H-GP-ZEILE
190900         PERFORM 2410-LESEN-GP-ZEILE
191000                                THRU 2410-LESEN-GP-ZEILE-EXIT
191100       END-IF
191200     END-PERFORM
191300     IF GP-TREFFER-NEIN
191400     THEN
191500       GO TO 3310-GP-ANSCHRIFT-EXIT
191600     END-IF
191700     INITIALIZE VKP-BRF-ADRESSE
191800     MOVE KA0AKGP-NAME            TO VKP-A-TEXT
191900     MOVE VKP-BRF-ADRESSE         TO VKP-BRIEFZEILE
192000     WRITE VKP-BRIEFZEILE
192100     INITIALIZE VKP-BRF-ADRESSE
192200     MOVE KA0AKGP-STRASSE         TO VKP-A-TEXT
192300     MOVE VKP-BRF-ADRESSE         TO VKP-BRIEFZEILE
192400     WRITE VKP-BRIEFZEILE
192500     INITIALIZE VKP-BRF-ADRESSE
192600     MOVE KA0AKGP-ORT             TO VKP-A-TEXT (1:35)
192700     MOVE KA0AKGP-LAND            TO VKP-A-TEXT (37:3)
192800     MOVE VKP-BRF-ADRESSE         TO VKP-BRIEFZEILE
192900     WRITE VKP-BRIEFZEILE
193000     .
193100 3310-GP-ANSCHRIFT-1002.
193200 3310-GP-ANSCHRIFT-EXIT.
193300     EXIT.
193400/---------------------------------------------------------------*
193500* Nachweiszeile eines Postens                                   *
193600*---------------------------------------------------------------*
193700 3320-POSTEN-NACHWEIS SECTION.
193800 3320-POSTEN-NACHWEIS-1001.
193900     INITIALIZE VKP-BRF-POSTEN
194000     MOVE KAO0AVK-P-AK-NUMMER (H-POS-IND)
194100                                  TO VKP-X-AK-NUMMER
194200     MOVE KAO0AVK-P-AUSZUGSDATUM (H-POS-IND)
194300                                  TO VKP-X-AUSZUGSDATUM
194400     MOVE KAO0AVK-P-AUSZUGSNUMMER (H-POS-IND)
194500                                  TO VKP-X-AUSZUGSNUMMER
194600     MOVE VKP-PT-VALUTA (H-POS-IND)
194700                                  TO VKP-X-VALUTA
194800     MOVE VKP-PT-GUTSCHRIFT (H-POS-IND)
194900                                  TO VKP-X-GUTSCHRIFT
195000     MOVE VKP-PT-BETRAG (H-POS-IND)
195100                                  TO VKP-X-BETRAG
195200     MOVE KAO0AVK-P-TAGE (H-POS-IND)
195300                                  TO VKP-X-TAGE
195400     MOVE KAO0AVK-P-ZINS (H-POS-IND)
195500                                  TO VKP-X-ZINS
195600     IF VKP-PT-FEHLT (H-POS-IND)
195700     THEN
195800       MOVE "NICHT GEFUNDEN"      TO VKP-X-TEXT
195900     END-IF
196000     MOVE VKP-BRF-POSTEN          TO VKP-BRIEFZEILE
196100     WRITE VKP-BRIEFZEILE
196200     .
196300 3320-POSTEN-NACHWEIS-1002.
196400 3320-POSTEN-NACHWEIS-EXIT.
196500     EXIT.
196600/---------------------------------------------------------------*
196700* Protokollzeile zum aktuellen Anspruch (Text in H-MELDUNG)     *
196800*---------------------------------------------------------------*
196900 8000-PROTOKOLL-SCHREIBEN SECTION.
197000 8000-PROTOKOLL-SCHREIBEN-1001.
197100     INITIALIZE VKP-PROTOKOLL
197200     MOVE KAI0AVK-ANSPRUCHSNR     TO VKP-R-ANSPRUCHSNR
197300     MOVE KAO0AVK-GP-ID           TO VKP-R-GP-ID
197400     MOVE KAO0AVK-KONTO-ID        TO VKP-R-KONTO-ID
197500     MOVE KAO0AVK-WAEHRUNG        TO VKP-R-WAEHRUNG
197600     MOVE KAO0AVK-FORDERUNG       TO VKP-R-FORDERUNG
197700     MOVE KAO0AVK-NACHRECHNUNG    TO VKP-R-NACHRECHNUNG
197800     MOVE KAO0AVK-ANERKANNT       TO VKP-R-ANERKANNT
197900     MOVE KAO0AVK-STATUS          TO VKP-R-STATUS
198000     MOVE H-MELDUNG               TO VKP-R-TEXT
198100     MOVE VKP-PROTOKOLL           TO VKP-DRUCKZEILE
198200     WRITE VKP-DRUCKZEILE
198300     .
198400 8000-PROTOKOLL-SCHREIBEN-1002.
198500 8000-PROTOKOLL-SCHREIBEN-EXIT.
198600     EXIT.
198700/---------------------------------------------------------------*
198800* Endeprotokoll                                                 *
198900*---------------------------------------------------------------*
199000 9000-ENDEPROTOKOLL SECTION.
199100 9000-ENDEPROTOKOLL-1001.
199200     INITIALIZE VKP-ENDEZEILE
199300     MOVE "ANSPRUECHE ERFASST"    TO VKP-Z-TEXT
199400     MOVE H-ANZ-ERFASST           TO VKP-Z-ANZAHL
199500     MOVE VKP-ENDEZEILE           TO VKP-DRUCKZEILE
199600     WRITE VKP-DRUCKZEILE
199700     MOVE "ANGENOMMEN"            TO VKP-Z-TEXT
199800     MOVE H-ANZ-ANGENOMMEN        TO VKP-Z-ANZAHL
199900     MOVE VKP-ENDEZEILE           TO VKP-DRUCKZEILE
200000     WRITE VKP-DRUCKZEILE
200100     MOVE "TEILWEISE ANGENOMMEN"  TO VKP-Z-TEXT
200200     MOVE H-ANZ-TEILWEISE         TO VKP-Z-ANZAHL
200300     MOVE VKP-ENDEZEILE           TO VKP-DRUCKZEILE
200400     WRITE VKP-DRUCKZEILE
200500     MOVE "ABGELEHNT"             TO VKP-Z-TEXT
200600     MOVE H-ANZ-ABGELEHNT         TO VKP-Z-ANZAHL
200700     MOVE VKP-ENDEZEILE           TO VKP-DRUCKZEILE
200800     WRITE VKP-DRUCKZEILE
200900     MOVE "OFFEN OHNE ZINSSATZ"   TO VKP-Z-TEXT
201000     MOVE H-ANZ-OFFEN             TO VKP-Z-ANZAHL
201100     MOVE VKP-ENDEZEILE           TO VKP-DRUCKZEILE
201200     WRITE VKP-DRUCKZEILE
201300     MOVE "FEHLER EINGANGSDATEI"  TO VKP-Z-TEXT
201400     MOVE H-ANZ-FEHLER            TO VKP-Z-ANZAHL
201500     MOVE VKP-ENDEZEILE           TO VKP-DRUCKZEILE
201600     WRITE VKP-DRUCKZEILE
201700     .
201800 9000-ENDEPROTOKOLL-1002.
201900 9000-ENDEPROTOKOLL-EXIT.
202000     EXIT.
202100/---------------------------------------------------------------*
202200* Programmende                                                  *
202300*---------------------------------------------------------------*
202400 9999-EXIT SECTION.
202500 9999-EXIT-1001.
202600     CLOSE VKPPARM
202700     CLOSE VKPEIN
202800     CLOSE VKPBRF
202900     CLOSE VKPAUS
203000     .
203100 9999-EXIT-1002.
203200 9999-EXIT-EXIT.
203300     EXIT.
