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
000160*@Titel         : Gefuehrte Umstellung BKAAPO/BKAAPHV je Abstimmkreis
000160*@Elementname   : akahvu.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Gefuehrte Hochvolumen-Umstellung           *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Gefuehrter Lauf fuer die Umstellung der Ablageform eines  *
001900* Abstimmkreises (HVUPARM: Abstimmkreis, Modus P = Probe-   *
002000* lauf / E = Durchfuehrung). Die Richtung ergibt sich aus   *
002100* dem aktuellen KA0AKRS-HOCHVOLUMEN-KZ: "N" stellt von      *
002200* BKAAPO auf BKAAPHV um, "J" fuehrt von BKAAPHV nach        *
002300* BKAAPO zurueck.                                           *
002400* 1. Der Abstimmkreis wird ueber AKALCK gesperrt; ist er    *
002500*    von einem anderen Inhaber belegt, bricht der Lauf ab.  *
002600* 2. Der gesamte Postenbestand (Status 1, 2, 3, 5, 6, 8, 9) *
002700*    der Quelle wird je Status nach Anzahl und Betrag       *
002800*    gezaehlt; die Ziel-Ablage muss leer sein.              *
002900* 3. Durchfuehrung: jeder Posten wird in die Ziel-Ablage    *
003000*    uebernommen, danach wird der Zielbestand erneut        *
003100*    gezaehlt und je Status gegen die Quelle abgestimmt.    *
003200*    Bei Abweichung wird das Ziel zurueckgebaut und der     *
003300*    Abstimmkreis bleibt unveraendert.                      *
003400* 4. Nur bei stimmigem Nachweis wird die Quelle geloescht,  *
003500*    das Kennzeichen in KA01AKRS umgestellt und die         *
003600*    Umstellung im Journal KJD100 (GV KAHVUMST)             *
003700*    festgehalten.                                          *
003800* 5. Die Sperre wird freigegeben, HVUAUS weist den          *
003900*    Nachweis je Status aus.                                *
004000* Bei der Rueckfuehrung nach BKAAPO werden die in BKAAPHV   *
004100* nicht gefuehrten Auszugsdaten mit dem Buchungstag         *
004200* (Auszugsdatum) bzw. Null (Auszugs-/Folgenummer) belegt.   *
004300* Im Probelauf wird nur gezaehlt und ausgewiesen.           *
004400*@E-ELEMENTBESCHREIBUNG                                     *
004500*                                                           *
004600*@A-COBOL-COPY                                              *
004700* Benoetigte COBOL-Copies:                                  *
004800* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004900* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005000* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005100* CKAI0AKR   : EINGABEBEREICH KA01AKRS                      *
005200* CKAO0AKR   : AUSGABEBEREICH KA01AKRS                      *
005300* CKAILCK    : EINGABEBEREICH AKALCK                        *
005400* CKAO0AKX   : AUSGABEBEREICH AKALCK                        *
005500* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005600* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005700* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
005800* DKAXIND    : INDICES AKA5OF                               *
005900* CKAXIND    : INDICES AKA5OF                               *
006000* CBKAAPO    : BENUTZERSATZ BKAAPO                          *
006100* CKAIAPO    : EINGABEBEREICH CGSDZS BKAAPO                 *
006200* CKAOAPO    : AUSGABEBEREICH CGSDZS BKAAPO                 *
006300* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                     *
006400* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                   *
006500* CJDI100    : EINGABEBEREICH KJD100                        *
006600* CJDO100    : AUSGABEBEREICH KJD100                        *
006700* CCJDIND    : INDICES KJD100                               *
006800* CJDAENES   : AENDERUNGSSATZ KJD100                        *
006900* CJDOWRTI   : HERKUNFTSKENNZEICHEN KJD100                  *
007000*@E-COBOL-COPY                                              *
007100*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58771                                                *     D01
090052*     Neuanlage - gefuehrte Umstellung eines Abstimmkreises *     D01
090053*     zwischen BKAAPO und BKAAPHV mit Probelauf.            *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58773                                                *     D02
090057*     Betraege und Kontrollsummen mit 3 Nachkommastellen    *     D02
090058*     (Waehrungen mit 3 Dezimalstellen, z.B. KWD).          *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAHVU.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT HVUPARM               ASSIGN TO "HVUPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT HVUAUS                ASSIGN TO "HVUAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  HVUPARM
101700     RECORDING MODE IS F.
101800 01  HVU-PARM-SATZ.
101900     05 HVU-P-AK-NUMMER           PIC 9(005).
102000     05 FILLER                    PIC X(001).
102100     05 HVU-P-MODUS               PIC X(001).
102200        88 HVU-PROBELAUF          VALUE "P".
102300        88 HVU-DURCHFUEHRUNG      VALUE "E".
102400 FD  HVUAUS
102500     RECORDING MODE IS F.
102600 01  HVU-DRUCKZEILE               PIC X(120).
102700*---------------------------------------------------------------*
102800* WORKING-STORAGE-Section                                       *
102900*---------------------------------------------------------------*
103000 WORKING-STORAGE SECTION.
103100 01  VERS-INF.
103200     05  FILLER PIC X(13) VALUE "ELEM=akahvu  ".
103300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103400/---------------------------------------------------------------*
103500* Konstanten                                                    *
103600*---------------------------------------------------------------*
103700 01  GS-KONSTANTEN.
103800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103900     20 C-KONFIG-ID-GS            PIC X(002) VALUE "GS".
104000     20 C-AKAHVU                  PIC X(008) VALUE "AKAHVU".
104100     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
104200     20 C-OBJEKT-KJD100           PIC X(020) VALUE "KJD100".
104300     20 C-OBJEKT-ESA-JD           PIC X(020) VALUE "ESA-JD".
104400     20 C-FUNKTION-HERK-LIEFERN   PIC X(040) VALUE
104500                                  "HERKUNFTS-KZ-LIEFERN".
104600     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
104700     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
104800     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
104900                                  VALUE "SCHREIBEN-EQUAL".
105000     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
105100                                  VALUE "01-STD-APO-LIST-SUCHE".
105200     20 C-01-INT-SPERREN          PIC X(040) VALUE
105300                                  "01-INT-SPERREN".
105400     20 C-01-INT-FREIGEBEN        PIC X(040) VALUE
105500                                  "01-INT-FREIGEBEN".
105600     20 C-INHABER-TYP-BATCH       PIC X(001) VALUE "B".
105700     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
105800     20 C-GV-HV-UMSTELLUNG        PIC X(008) VALUE "KAHVUMST".
105900     20 C-PROT-EINGABE            PIC X(004) VALUE "0006".
106000     20 C-VERARB-KZ-1             PIC X(001) VALUE "1".
106100     20 C-GV-VERSION              PIC X(003) VALUE "001".
106200     20 C-99991231                PIC 9(008) VALUE 99991231.
106300     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
106400     20 C-ANZ-STATI               PIC 9(003) VALUE 7.
106500     20 C-J                       PIC X(001) VALUE "J".
106600     20 C-N                       PIC X(001) VALUE "N".
106700     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106800/---------------------------------------------------------------*
106900* Datenzugriffsschicht CGSDZS (BKAAPO) und AKAHVZ (BKAAPHV)     *
107000*---------------------------------------------------------------*
107100 01  CGSDZS-DEFINITIONEN.
107200     05 C-DZS-ZPKSEL              PIC X(040) VALUE "ZPKSEL".
107300     05 C-DZS-ZPKINS              PIC X(040) VALUE "ZPKINS".
107400     05 C-DZS-ZPKDEL              PIC X(040) VALUE "ZPKDEL".
107500     05 C-OBJEKT-BKAAPO           PIC X(018) VALUE "BKAAPO".
107600 01  C-AKAHVZ-FUNKTIONEN.
107700     05 C-HVZ-LESEN               PIC X(009) VALUE "LESEN".
107800     05 C-HVZ-SCHREIBEN           PIC X(009) VALUE "SCHREIBEN".
107900     05 C-HVZ-LOESCHEN            PIC X(009) VALUE "LOESCHEN".
108000     05 C-HVZ-SUCHEN              PIC X(009) VALUE "SUCHEN".
108100/---------------------------------------------------------------*
108200* Umzustellende Postenstati (zurueckgestellt, offen, Klaerung,  *
108300* freizugeben, abgelehnt, geschlossen, aufgehoben)              *
108400*---------------------------------------------------------------*
108500 01  C-STATUS-LISTE.
108600     05 FILLER                    PIC X(007) VALUE "1235689".
108700 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
108800     05 C-STATUS-WERT             PIC 9(001) OCCURS 7.
108900/---------------------------------------------------------------*
109000* Protokollzeile HVUAUS                                         *
109100*---------------------------------------------------------------*
109200 01  HVU-DETAIL.
109300     05 HVU-D-SCHRITT             PIC X(016).
109400     05 FILLER                    PIC X(001) VALUE SPACE.
109500     05 HVU-D-STATUS              PIC X(001).
109600     05 FILLER                    PIC X(001) VALUE SPACE.
109700     05 HVU-D-ANZAHL              PIC 9(009).
109800     05 FILLER                    PIC X(001) VALUE SPACE.
109900     05 HVU-D-BETRAG              PIC -(013)9,999.                D02
110000     05 FILLER                    PIC X(001) VALUE SPACE.
110100     05 HVU-D-TEXT                PIC X(040).
110200     05 FILLER                    PIC X(032) VALUE SPACE.         D02
110300/---------------------------------------------------------------*
110400* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
110500*---------------------------------------------------------------*
110600  COPY DCTGRCGE.
110700  COPY CGSOVER.
110800  COPY CGSTTAB.
110900  COPY CKAI0AKR.
111000  COPY CKAO0AKR.
111100  COPY CKAILCK.
111200  COPY CKAO0AKX.
111300  COPY CKAI5OF3.
111400  COPY CKAO5OF2.
111500  COPY CKAT5OF1.
111600  COPY DKAXIND.
111700  COPY CKAXIND.
111800  COPY CBKAAPO.
111900  COPY CKAIAPO.
112000  COPY CKAOAPO.
112100  COPY CKAHVZS.
112200  COPY CKAHVZE.
112300  COPY CJDOWRTI.
112400  COPY CJDI100.
112500  COPY CJDO100.
112600  COPY CCJDIND.
112700  01 AENDERUNGEN.
112800     05 AEND-TABELLE              OCCURS 50.
112900     COPY CJDAENES                REPLACING 01 BY 10,
113000                                  ==(01)== BY ==(01)==.
113100 01  DUMMY                        PIC X(001).
113200/---------------------------------------------------------------*
113300* Bestandsnachweis je Status: Quelle, Ziel                      *
113400*---------------------------------------------------------------*
113500 01  H-NACHWEIS-TABELLE.
113600     05 H-NACHWEIS                OCCURS 7.
113700        10 H-N-QUELLE-ANZ         PIC 9(009) COMP-3.
113800        10 H-N-QUELLE-SUMME       PIC S9(015)V9(003) COMP-3.      D02
113900        10 H-N-ZIEL-ANZ           PIC 9(009) COMP-3.
114000        10 H-N-ZIEL-SUMME         PIC S9(015)V9(003) COMP-3.      D02
114100/---------------------------------------------------------------*
114200* Hilfsvariable                                                 *
114300*---------------------------------------------------------------*
114400 01  H-RICHTUNG                   PIC X(001).
114500     88 RICHTUNG-NACH-HVZ         VALUE "H".
114600     88 RICHTUNG-NACH-APO         VALUE "A".
114700 01  H-ABLAGE                     PIC X(001).
114800     88 ABLAGE-BKAAPO             VALUE "A".
114900     88 ABLAGE-BKAAPHV            VALUE "H".
115000 01  H-AKTION                     PIC X(001).
115100     88 AKTION-ZAEHLEN-QUELLE     VALUE "Q".
115200     88 AKTION-ZAEHLEN-ZIEL       VALUE "Z".
115300     88 AKTION-ZAEHLEN-REST       VALUE "R".
115400     88 AKTION-KOPIEREN           VALUE "K".
115500     88 AKTION-LOESCHEN           VALUE "L".
115600 01  H-SEITEN-KZ                  PIC X(001).
115700     88 SEITEN-WEITER             VALUE "J".
115800     88 SEITEN-FERTIG             VALUE "N".
115900 01  H-NACHWEIS-KZ                PIC X(001).
116000     88 NACHWEIS-STIMMT           VALUE "J".
116100     88 NACHWEIS-ABWEICHUNG       VALUE "N".
116200 01  H-AUFSETZ-KZ                 PIC X(001).
116300 01  H-QUELLE-NAME                PIC X(007).
116400 01  H-ZIEL-NAME                  PIC X(007).
116500 01  H-HV-KZ-ALT                  PIC X(001).
116600 01  H-HV-KZ-NEU                  PIC X(001).
116700 01  H-AK-TYP                     PIC X(002).
116800 01  H-STATUS-LAUF                PIC 9(001).
116900 01  H-ST-IND                     PIC 9(003) COMP-3.
117000 01  H-INDEX                      PIC 9(003) COMP-3.
117100 01  H-JD-IND                     PIC 9(003) COMP-3.
117200 01  H-DATUM                      PIC 9(008).
117300 01  H-TREFFER-BETRAG             PIC S9(013)V9(003).             D02
117400 01  H-ANZ-FEHLER                 PIC 9(009) COMP-3 VALUE ZERO.
117500 01  H-ANZ-REST                   PIC 9(009) COMP-3 VALUE ZERO.
117600 01  H-ANZ-GESAMT                 PIC 9(009) COMP-3 VALUE ZERO.
117700 01  H-ERGEBNIS-TEXT              PIC X(040).
117800 01  H-JD-BEMERKUNG.
117900     05 FILLER                    PIC X(020)
118000                                  VALUE "HV-UMSTELLUNG POSTEN".
118100     05 FILLER                    PIC X(001) VALUE SPACE.
118200     05 H-JD-ANZAHL               PIC 9(009).
118300     05 FILLER                    PIC X(001) VALUE SPACE.
118400     05 H-JD-RICHTUNG             PIC X(016).
118500 01  H-TIMESTAMP-FIELDS.
118600     05  H-DH-TIMESTAMP           PIC X(021).
118700     05  FILLER                   PIC X(005).
118800/****************************************************************
118900 PROCEDURE DIVISION.
119000*****************************************************************
119100 0000-MAINLINE SECTION.
119200 0000-MAINLINE-1001.
119300     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
119400     PERFORM 2000-AK-SPERREN      THRU 2000-AK-SPERREN-EXIT
119500     PERFORM 3000-BESTAND-ZAEHLEN THRU 3000-BESTAND-ZAEHLEN-EXIT
119600     IF HVU-DURCHFUEHRUNG
119700        AND H-ERGEBNIS-TEXT       = SPACE
119800     THEN
119900       PERFORM 4000-BESTAND-UEBERNEHMEN
120000                              THRU 4000-BESTAND-UEBERNEHMEN-EXIT
120100       PERFORM 5000-NACHWEIS      THRU 5000-NACHWEIS-EXIT
120200       IF NACHWEIS-STIMMT
120300       THEN
120400         PERFORM 6000-QUELLE-LOESCHEN
120500                              THRU 6000-QUELLE-LOESCHEN-EXIT
120600         PERFORM 6500-KZ-UMSTELLEN
120700                              THRU 6500-KZ-UMSTELLEN-EXIT
120800       ELSE
120900         PERFORM 5500-ZIEL-RUECKBAUEN
121000                              THRU 5500-ZIEL-RUECKBAUEN-EXIT
121100       END-IF
121200     END-IF
121300     PERFORM 7000-ABSCHLUSS       THRU 7000-ABSCHLUSS-EXIT
121400     PERFORM 8000-AK-FREIGEBEN    THRU 8000-AK-FREIGEBEN-EXIT
121500     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
121600     STOP RUN
121700     .
121800 0000-MAINLINE-1002.
121900     EXIT.
122000/---------------------------------------------------------------*
122100* Initialisierung: Abstimmkreis lesen, Richtung bestimmen       *
122200*---------------------------------------------------------------*
122300 1000-INITIALISIERUNG SECTION.
122400 1000-INITIALISIERUNG-1001.
122500     OPEN INPUT  HVUPARM
122600     OPEN OUTPUT HVUAUS
122700     READ HVUPARM
122800       AT END
122900         INITIALIZE HVU-PARM-SATZ
123000     END-READ
123100     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
123200     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
123300     MOVE D-CJDIND-INDICES        TO CJDIND-INDICES
123400     MOVE SPACE                   TO H-ERGEBNIS-TEXT
123500     INITIALIZE H-NACHWEIS-TABELLE
123600     IF NOT HVU-PROBELAUF
123700        AND NOT HVU-DURCHFUEHRUNG
123800     THEN
123900       MOVE "UNGUELTIGER MODUS"   TO H-ERGEBNIS-TEXT
124000       PERFORM 1900-ABBRUCH       THRU 1900-ABBRUCH-EXIT
124100     END-IF
124200     PERFORM 1100-AKRS-LESEN      THRU 1100-AKRS-LESEN-EXIT
124300     MOVE KAO0AKR-AK-TYP          TO H-AK-TYP
124400     MOVE KAO0AKR-HOCHVOLUMEN-KZ  TO H-HV-KZ-ALT
124500     IF KAO0AKR-HOCHVOLUMEN-JA
124600     THEN
124700       SET RICHTUNG-NACH-APO      TO TRUE
124800       MOVE "BKAAPHV"             TO H-QUELLE-NAME
124900       MOVE "BKAAPO"              TO H-ZIEL-NAME
125000       MOVE C-N                   TO H-HV-KZ-NEU
125100     ELSE
125200       SET RICHTUNG-NACH-HVZ      TO TRUE
125300       MOVE "BKAAPO"              TO H-QUELLE-NAME
125400       MOVE "BKAAPHV"             TO H-ZIEL-NAME
125500       MOVE C-J                   TO H-HV-KZ-NEU
125600     END-IF
125700     INITIALIZE HVU-DETAIL
125800     MOVE "UMSTELLUNG"            TO HVU-D-SCHRITT
125900     MOVE HVU-P-AK-NUMMER         TO HVU-D-ANZAHL
126000     STRING H-QUELLE-NAME         DELIMITED BY SPACE
126100            " -> "                DELIMITED BY SIZE
126200            H-ZIEL-NAME           DELIMITED BY SPACE
126300       INTO HVU-D-TEXT
126400     END-STRING
126500     MOVE HVU-DETAIL              TO HVU-DRUCKZEILE
126600     WRITE HVU-DRUCKZEILE
126700     .
126800 1000-INITIALISIERUNG-1002.
126900 1000-INITIALISIERUNG-EXIT.
127000     EXIT.
127100/---------------------------------------------------------------*
127200* Abstimmkreis aus KA01AKRS lesen; fehlt er, wird der Lauf      *
127300* mit Protokollzeile beendet                                    *
127400*---------------------------------------------------------------*
127500 1100-AKRS-LESEN SECTION.
127600 1100-AKRS-LESEN-1001.
127700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
127800                                  TO KAI0AKR-ABSTIMM-ART
127900     MOVE HVU-P-AK-NUMMER         TO KAI0AKR-AK-NUMMER
128000     CALL "CGSTAB"
128100     USING C-TAB-LESEN-EQUAL
128200           C-KONFIG-ID-KA
128300           C-OBJEKT-TAB-KA01AKRS
128400           GSOVER-VERSTAENDIGUNGSBEREICH
128500           KAI0AKR-EINGABEBEREICH
128600           KAO0AKR-AUSGABEBEREICH
128700           GSTTAB-EIN-AUSGABEBEREICH
128800     END-CALL
128900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
129000     THEN
129100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
129200       MOVE "ABSTIMMKREIS NICHT VORHANDEN"
129300                                  TO H-ERGEBNIS-TEXT
129400       PERFORM 1900-ABBRUCH       THRU 1900-ABBRUCH-EXIT
129500     END-IF
129600     .
129700 1100-AKRS-LESEN-1002.
129800 1100-AKRS-LESEN-EXIT.
129900     EXIT.
130000/---------------------------------------------------------------*
130100* Abbruch vor Beginn der Umstellung: Protokollzeile schreiben   *
130200* und den Lauf beenden                                          *
130300*---------------------------------------------------------------*
130400 1900-ABBRUCH SECTION.
130500 1900-ABBRUCH-1001.
130600     INITIALIZE HVU-DETAIL
130700     MOVE "ABBRUCH"               TO HVU-D-SCHRITT
130800     MOVE HVU-P-AK-NUMMER         TO HVU-D-ANZAHL
130900     MOVE H-ERGEBNIS-TEXT         TO HVU-D-TEXT
131000     MOVE HVU-DETAIL              TO HVU-DRUCKZEILE
131100     WRITE HVU-DRUCKZEILE
131200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
131300     STOP RUN
131400     .
131500 1900-ABBRUCH-1002.
131600 1900-ABBRUCH-EXIT.
131700     EXIT.
131800/---------------------------------------------------------------*
131900* Abstimmkreis ueber AKALCK sperren; ist er von einem anderen   *
132000* Inhaber belegt, wird der Lauf beendet                         *
132100*---------------------------------------------------------------*
132200 2000-AK-SPERREN SECTION.
132300 2000-AK-SPERREN-1001.
132400     INITIALIZE KAILCK-EINGABEBEREICH
132500     MOVE C-01-INT-SPERREN        TO KAILCK-FUNKTION
132600     MOVE HVU-P-AK-NUMMER         TO KAILCK-AK-NUMMER
132700     MOVE C-AKAHVU                TO KAILCK-INHABER
132800     MOVE C-INHABER-TYP-BATCH     TO KAILCK-INHABER-TYP
132900     CALL "AKALCK"
133000     USING KAILCK-EINGABEBEREICH
133100           KAO0AKX-AUSGABEBEREICH
133200           GSOVER-VERSTAENDIGUNGSBEREICH
133300     END-CALL
133400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
133500     THEN
133600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133700       STRING "ABSTIMMKREIS GESPERRT DURCH "
133800                                  DELIMITED BY SIZE
133900              KAO0AKX-INHABER     DELIMITED BY SPACE
134000         INTO H-ERGEBNIS-TEXT
134100       END-STRING
134200       PERFORM 1900-ABBRUCH       THRU 1900-ABBRUCH-EXIT
134300     END-IF
134400     .
134500 2000-AK-SPERREN-1002.
134600 2000-AK-SPERREN-EXIT.
134700     EXIT.
134800/---------------------------------------------------------------*
134900* Quellbestand je Status zaehlen; die Ziel-Ablage muss fuer     *
135000* den Abstimmkreis leer sein                                    *
135100*---------------------------------------------------------------*
135200 3000-BESTAND-ZAEHLEN SECTION.
135300 3000-BESTAND-ZAEHLEN-1001.
135400     SET AKTION-ZAEHLEN-QUELLE    TO TRUE
135500     PERFORM 3100-QUELLE-DURCHLAUFEN
135600                              THRU 3100-QUELLE-DURCHLAUFEN-EXIT
135700     SET AKTION-ZAEHLEN-ZIEL      TO TRUE
135800     PERFORM 3200-ZIEL-DURCHLAUFEN
135900                              THRU 3200-ZIEL-DURCHLAUFEN-EXIT
136000     PERFORM VARYING H-ST-IND FROM 1 BY 1
136100             UNTIL H-ST-IND       > C-ANZ-STATI
136200       IF H-N-ZIEL-ANZ (H-ST-IND) NOT = ZERO
136300       THEN
136400         MOVE "ZIEL-ABLAGE NICHT LEER"
136500                                  TO H-ERGEBNIS-TEXT
136600       END-IF
136700       MOVE ZERO                  TO H-N-ZIEL-ANZ (H-ST-IND)
136800                                     H-N-ZIEL-SUMME (H-ST-IND)
136900     END-PERFORM
137000     IF H-ANZ-FEHLER              NOT = ZERO
137100     THEN
137200       MOVE "LESEFEHLER IM QUELLBESTAND"
137300                                  TO H-ERGEBNIS-TEXT
137400     END-IF
137500     .
137600 3000-BESTAND-ZAEHLEN-1002.
137700 3000-BESTAND-ZAEHLEN-EXIT.
137800     EXIT.
137900/---------------------------------------------------------------*
138000* Quell-Ablage des Abstimmkreises ueber alle Stati durchlaufen  *
138100*---------------------------------------------------------------*
138200 3100-QUELLE-DURCHLAUFEN SECTION.
138300 3100-QUELLE-DURCHLAUFEN-1001.
138400     IF RICHTUNG-NACH-HVZ
138500     THEN
138600       SET ABLAGE-BKAAPO          TO TRUE
138700     ELSE
138800       SET ABLAGE-BKAAPHV         TO TRUE
138900     END-IF
139000     PERFORM 3300-ABLAGE-DURCHLAUFEN
139100                              THRU 3300-ABLAGE-DURCHLAUFEN-EXIT
139200     .
139300 3100-QUELLE-DURCHLAUFEN-1002.
139400 3100-QUELLE-DURCHLAUFEN-EXIT.
139500     EXIT.
139600/---------------------------------------------------------------*
139700* Ziel-Ablage des Abstimmkreises ueber alle Stati durchlaufen   *
139800*---------------------------------------------------------------*
139900 3200-ZIEL-DURCHLAUFEN SECTION.
140000 3200-ZIEL-DURCHLAUFEN-1001.
140100     IF RICHTUNG-NACH-HVZ
140200     THEN
140300       SET ABLAGE-BKAAPHV         TO TRUE
140400     ELSE
140500       SET ABLAGE-BKAAPO          TO TRUE
140600     END-IF
140700     PERFORM 3300-ABLAGE-DURCHLAUFEN
140800                              THRU 3300-ABLAGE-DURCHLAUFEN-EXIT
140900     .
141000 3200-ZIEL-DURCHLAUFEN-1002.
141100 3200-ZIEL-DURCHLAUFEN-EXIT.
141200     EXIT.
141300/---------------------------------------------------------------*
141400* Eine Ablage je Status seitenweise lesen; jeder Treffer wird   *
141500* gemaess H-AKTION gezaehlt, uebernommen oder geloescht         *
141600*---------------------------------------------------------------*
141700 3300-ABLAGE-DURCHLAUFEN SECTION.
141800 3300-ABLAGE-DURCHLAUFEN-1001.
141900     PERFORM VARYING H-ST-IND FROM 1 BY 1
142000             UNTIL H-ST-IND       > C-ANZ-STATI
142100       MOVE C-STATUS-WERT (H-ST-IND)
142200                                  TO H-STATUS-LAUF
142300       SET SEITEN-WEITER          TO TRUE
142400       IF ABLAGE-BKAAPO
142500       THEN
142600         INITIALIZE KAT5OF1-TRANSIENT-BEREICH
142700         MOVE C-N                 TO H-AUFSETZ-KZ
142800         PERFORM 3400-APO-SEITE   THRU 3400-APO-SEITE-EXIT
142900                 UNTIL SEITEN-FERTIG
143000       ELSE
143100         MOVE HVU-P-AK-NUMMER     TO HVZ-SK-AK-NUMMER
143200         MOVE H-STATUS-LAUF       TO HVZ-SK-STATUS
143300         MOVE ZERO                TO HVZ-SK-BUCHUNGSTAG-VON
143400         MOVE 99999999            TO HVZ-SK-BUCHUNGSTAG-BIS
143500         MOVE ZERO                TO HVZ-SK-AB-BUCHUNGSTAG
143600                                     HVZ-SK-AB-LFD-NR
143700         PERFORM 3600-HVZ-SEITE   THRU 3600-HVZ-SEITE-EXIT
143800                 UNTIL SEITEN-FERTIG
143900       END-IF
144000     END-PERFORM
144100     .
144200 3300-ABLAGE-DURCHLAUFEN-1002.
144300 3300-ABLAGE-DURCHLAUFEN-EXIT.
144400     EXIT.
144500/---------------------------------------------------------------*
144600* Eine Trefferseite BKAAPO ueber AKA5OF lesen; Folgeseiten      *
144700* werden ueber den Aufsetzbereich KAT5OF1 angefordert           *
144800*---------------------------------------------------------------*
144900 3400-APO-SEITE SECTION.
145000 3400-APO-SEITE-1001.
145100     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
145200     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
145300     MOVE HVU-P-AK-NUMMER         TO KAI5OF3-ABSTIMMKREIS-NR
145400     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
145500     MOVE HVU-P-AK-NUMMER         TO KAI5OF3-S-ABSTIMMKREIS-NR
145600     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
145700     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
145800     MOVE H-AUFSETZ-KZ            TO
145900                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
146000     CALL "AKA5OF" USING
146100          C-01-STD-APO-LIST-SUCHE
146200          C-KONFIG-ID-KA
146300          C-AKAHVU
146400          GSOVER-VERSTAENDIGUNGSBEREICH
146500          KAI5OF3-EINGABEBEREICH
146600          KAO5OF2-AUSGABEBEREICH
146700          KAT5OF1-TRANSIENT-BEREICH
146800          KAXIND-INDICES
146900     END-CALL
147000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
147100     THEN
147200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
147300       ADD C-1                    TO H-ANZ-FEHLER
147400       SET SEITEN-FERTIG          TO TRUE
147500       GO TO 3400-APO-SEITE-EXIT
147600     END-IF
147700     PERFORM 3500-APO-TREFFER     THRU 3500-APO-TREFFER-EXIT
147800             VARYING H-INDEX FROM 1 BY 1
147900             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
148000     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
148100     THEN
148200       SET SEITEN-FERTIG          TO TRUE
148300     ELSE
148400       MOVE C-J                   TO H-AUFSETZ-KZ
148500     END-IF
148600     .
148700 3400-APO-SEITE-1002.
148800 3400-APO-SEITE-EXIT.
148900     EXIT.
149000/---------------------------------------------------------------*
149100* Einen BKAAPO-Treffer gemaess H-AKTION verarbeiten             *
149200*---------------------------------------------------------------*
149300 3500-APO-TREFFER SECTION.
149400 3500-APO-TREFFER-1001.
149500     EVALUATE TRUE
149600     WHEN AKTION-KOPIEREN
149700       PERFORM 4100-APO-NACH-HVZ  THRU 4100-APO-NACH-HVZ-EXIT
149800     WHEN AKTION-LOESCHEN
149900       PERFORM 6100-APO-LOESCHEN  THRU 6100-APO-LOESCHEN-EXIT
150000     WHEN OTHER
150100       MOVE KAO5OF2-APO-BETRAG (H-INDEX)
150200                                  TO H-TREFFER-BETRAG
150300       PERFORM 3800-ZAEHLEN       THRU 3800-ZAEHLEN-EXIT
150400     END-EVALUATE
150500     .
150600 3500-APO-TREFFER-1002.
150700 3500-APO-TREFFER-EXIT.
150800     EXIT.
150900/---------------------------------------------------------------*
151000* Eine Trefferseite BKAAPHV ueber AKAHVZ lesen; bei vollem      *
151100* Blatt wird hinter dem letzten Treffer aufgesetzt              *
151200*---------------------------------------------------------------*
151300 3600-HVZ-SEITE SECTION.
151400 3600-HVZ-SEITE-1001.
151500     CALL "AKAHVZ"
151600     USING
151700       C-HVZ-SUCHEN
151800       HVZ-SATZ
151900       HVZ-SUCH-KRITERIUM
152000       HVZ-TREFFERLISTE
152100       HVZ-RUECKGABE
152200     END-CALL
152300     IF NOT HVZ-GEW-OK
152400     THEN
152500       ADD C-1                    TO H-ANZ-FEHLER
152600       SET SEITEN-FERTIG          TO TRUE
152700       GO TO 3600-HVZ-SEITE-EXIT
152800     END-IF
152900     PERFORM 3700-HVZ-TREFFER     THRU 3700-HVZ-TREFFER-EXIT
153000             VARYING H-INDEX FROM 1 BY 1
153100             UNTIL H-INDEX        > HVZ-ANZ-TREFFER
153200     IF HVZ-WEITERE-JA
153300        AND HVZ-ANZ-TREFFER       NOT = ZERO
153400     THEN
153500       MOVE HVZ-T-BUCHUNGSTAG (HVZ-ANZ-TREFFER)
153600                                  TO HVZ-SK-AB-BUCHUNGSTAG
153700       MOVE HVZ-T-LFD-NR (HVZ-ANZ-TREFFER)
153800                                  TO HVZ-SK-AB-LFD-NR
153900     ELSE
154000       SET SEITEN-FERTIG          TO TRUE
154100     END-IF
154200     .
154300 3600-HVZ-SEITE-1002.
154400 3600-HVZ-SEITE-EXIT.
154500     EXIT.
154600/---------------------------------------------------------------*
154700* Einen BKAAPHV-Treffer gemaess H-AKTION verarbeiten            *
154800*---------------------------------------------------------------*
154900 3700-HVZ-TREFFER SECTION.
155000 3700-HVZ-TREFFER-1001.
155100     EVALUATE TRUE
155200     WHEN AKTION-KOPIEREN
155300       PERFORM 4200-HVZ-NACH-APO  THRU 4200-HVZ-NACH-APO-EXIT
155400     WHEN AKTION-LOESCHEN
155500       PERFORM 6200-HVZ-LOESCHEN  THRU 6200-HVZ-LOESCHEN-EXIT
155600     WHEN OTHER
155700       MOVE HVZ-T-BETRAG (H-INDEX)
155800                                  TO H-TREFFER-BETRAG
155900       PERFORM 3800-ZAEHLEN       THRU 3800-ZAEHLEN-EXIT
156000     END-EVALUATE
156100     .
156200 3700-HVZ-TREFFER-1002.
156300 3700-HVZ-TREFFER-EXIT.
156400     EXIT.
156500/---------------------------------------------------------------*
156600* Treffer je Status nach Anzahl und Betrag zaehlen              *
156700*---------------------------------------------------------------*
156800 3800-ZAEHLEN SECTION.
156900 3800-ZAEHLEN-1001.
157000     EVALUATE TRUE
157100     WHEN AKTION-ZAEHLEN-QUELLE
157200       ADD C-1                    TO H-N-QUELLE-ANZ (H-ST-IND)
157300       ADD H-TREFFER-BETRAG       TO H-N-QUELLE-SUMME (H-ST-IND)
157400     WHEN AKTION-ZAEHLEN-ZIEL
157500       ADD C-1                    TO H-N-ZIEL-ANZ (H-ST-IND)
157600       ADD H-TREFFER-BETRAG       TO H-N-ZIEL-SUMME (H-ST-IND)
157700     WHEN AKTION-ZAEHLEN-REST
157800       ADD C-1                    TO H-ANZ-REST
157900     END-EVALUATE
158000     .
158100 3800-ZAEHLEN-1002.
158200 3800-ZAEHLEN-EXIT.
158300     EXIT.
158400/---------------------------------------------------------------*
158500* Durchfuehrung: jeden Quellposten in die Ziel-Ablage           *
158600* uebernehmen                                                   *
158700*---------------------------------------------------------------*
158800 4000-BESTAND-UEBERNEHMEN SECTION.
158900 4000-BESTAND-UEBERNEHMEN-1001.
159000     SET AKTION-KOPIEREN          TO TRUE
159100     PERFORM 3100-QUELLE-DURCHLAUFEN
159200                              THRU 3100-QUELLE-DURCHLAUFEN-EXIT
159300     .
159400 4000-BESTAND-UEBERNEHMEN-1002.
159500 4000-BESTAND-UEBERNEHMEN-EXIT.
159600     EXIT.
159700/---------------------------------------------------------------*
159800* BKAAPO-Posten vollstaendig lesen (ZPKSEL) und als BKAAPHV-    *
159900* Satz ueber AKAHVZ ablegen                                     *
160000*---------------------------------------------------------------*
160100 4100-APO-NACH-HVZ SECTION.
160200 4100-APO-NACH-HVZ-1001.
160300     PERFORM 4300-APO-SCHLUESSEL  THRU 4300-APO-SCHLUESSEL-EXIT
160400     CALL "CGSDZS"
160500     USING C-DZS-ZPKSEL
160600           C-KONFIG-ID-KA
160700           C-OBJEKT-BKAAPO
160800           GSOVER-VERSTAENDIGUNGSBEREICH
160900           KAIAPO-EINGABEBEREICH
161000           KAOAPO-AUSGABEBEREICH
161100           KAAPO-BENUTZERSATZ
161200     END-CALL
161300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
161400     THEN
161500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
161600       ADD C-1                    TO H-ANZ-FEHLER
161700       GO TO 4100-APO-NACH-HVZ-EXIT
161800     END-IF
161900     MOVE APO-ABSTIMMKREIS-NR     TO HVZ-AK-NUMMER
162000     MOVE APO-STATUS              TO HVZ-STATUS
162100     MOVE APO-BUCHUNGSDATUM       TO HVZ-BUCHUNGSTAG
162200     MOVE APO-TRANSAKT-LFD-NR     TO HVZ-LFD-NR
162300     MOVE APO-HERKUNFT            TO HVZ-HERKUNFT
162400     MOVE APO-KONTO-ID-ABSTIMM    TO HVZ-KONTO-ID-ABSTIMM
162500     MOVE APO-VALUTADATUM         TO HVZ-VALUTA
162600     MOVE APO-BETRAG              TO HVZ-BETRAG
162700     MOVE APO-WAE-BETRAG          TO HVZ-WAEHRUNG
162800     MOVE APO-SCHLIESSUNGSNUMMER  TO HVZ-SCHLIESSUNGSNUMMER
162900     MOVE APO-SCHLIESSUNGSART     TO HVZ-SCHLIESSUNGSART
163000     MOVE APO-USER-SCHLIESS       TO HVZ-USER-SCHLIESS
163100     MOVE APO-TIMESTAMP-SCHLIESS  TO HVZ-TIMESTAMP-SCHLIESS
163200     MOVE APO-BEMERKUNG-APO       TO HVZ-BEMERKUNG
163300     MOVE APO-ZUST-FACHBEREICH    TO HVZ-FACHBEREICH
163400     MOVE APO-TECHNIK-KZ          TO HVZ-TECHNIK-KZ
163500     MOVE APO-SACHBEARBEITER      TO HVZ-SACHBEARBEITER
163600     MOVE APO-PRIMANOTA           TO HVZ-PRIMANOTA
163700     MOVE APO-ZUSATZTEXT-SL       TO HVZ-ZUSATZTEXT-SL
163800     MOVE APO-PRIORITAET          TO HVZ-PRIORITAET
163900     CALL "AKAHVZ"
164000     USING
164100       C-HVZ-SCHREIBEN
164200       HVZ-SATZ
164300       HVZ-SUCH-KRITERIUM
164400       HVZ-TREFFERLISTE
164500       HVZ-RUECKGABE
164600     END-CALL
164700     IF NOT HVZ-GEW-OK
164800     THEN
164900       ADD C-1                    TO H-ANZ-FEHLER
165000     END-IF
165100     .
165200 4100-APO-NACH-HVZ-1002.
165300 4100-APO-NACH-HVZ-EXIT.
165400     EXIT.
165500/---------------------------------------------------------------*
165600* BKAAPHV-Posten vollstaendig lesen (AKAHVZ LESEN) und als      *
165700* Abstimmposition ueber CGSDZS (ZPKINS) in BKAAPO ablegen       *
165800*---------------------------------------------------------------*
165900 4200-HVZ-NACH-APO SECTION.
166000 4200-HVZ-NACH-APO-1001.
166100     PERFORM 4400-HVZ-SCHLUESSEL  THRU 4400-HVZ-SCHLUESSEL-EXIT
166200     CALL "AKAHVZ"
166300     USING
166400       C-HVZ-LESEN
166500       HVZ-SATZ
166600       HVZ-SUCH-KRITERIUM
166700       HVZ-TREFFERLISTE
166800       HVZ-RUECKGABE
166900     END-CALL
167000     IF NOT HVZ-GEW-OK
167100     THEN
167200       ADD C-1                    TO H-ANZ-FEHLER
167300       GO TO 4200-HVZ-NACH-APO-EXIT
167400     END-IF
167500     INITIALIZE KAAPO-BENUTZERSATZ
167600     MOVE HVZ-AK-NUMMER           TO APO-ABSTIMMKREIS-NR
167700     MOVE H-AK-TYP                TO APO-ABSTIMMKREIS-TYP
167800     MOVE HVZ-HERKUNFT            TO APO-HERKUNFT
167900     MOVE HVZ-KONTO-ID-ABSTIMM    TO APO-KONTO-ID-ABSTIMM
168000*    in BKAAPHV nicht gefuehrte Auszugsdaten vorbelegen
168100     MOVE HVZ-BUCHUNGSTAG         TO APO-AUSZUGSDATUM
168200     MOVE ZERO                    TO APO-AUSZUGSNUMMER
168300                                     APO-FOLGENUMMER
168400     MOVE HVZ-LFD-NR              TO APO-TRANSAKT-LFD-NR
168500     MOVE HVZ-STATUS              TO APO-STATUS
168600     MOVE HVZ-BUCHUNGSTAG         TO APO-BUCHUNGSDATUM
168700     MOVE HVZ-VALUTA              TO APO-VALUTADATUM
168800     MOVE HVZ-BETRAG              TO APO-BETRAG
168900     IF HVZ-BETRAG                < ZERO
169000     THEN
169100       COMPUTE APO-BETRAG-ABSOLUTWERT = ZERO - HVZ-BETRAG
169200     ELSE
169300       MOVE HVZ-BETRAG            TO APO-BETRAG-ABSOLUTWERT
169400     END-IF
169500     MOVE HVZ-WAEHRUNG            TO APO-WAE-BETRAG
169600     MOVE HVZ-SCHLIESSUNGSNUMMER  TO APO-SCHLIESSUNGSNUMMER
169700     MOVE HVZ-SCHLIESSUNGSART     TO APO-SCHLIESSUNGSART
169800     MOVE HVZ-USER-SCHLIESS       TO APO-USER-SCHLIESS
169900     MOVE HVZ-TIMESTAMP-SCHLIESS  TO APO-TIMESTAMP-SCHLIESS
170000     MOVE HVZ-BEMERKUNG           TO APO-BEMERKUNG-APO
170100     MOVE HVZ-FACHBEREICH         TO APO-ZUST-FACHBEREICH
170200     MOVE HVZ-TECHNIK-KZ          TO APO-TECHNIK-KZ
170300     MOVE HVZ-SACHBEARBEITER      TO APO-SACHBEARBEITER
170400     MOVE HVZ-PRIMANOTA           TO APO-PRIMANOTA
170500     MOVE HVZ-ZUSATZTEXT-SL       TO APO-ZUSATZTEXT-SL
170600     MOVE HVZ-PRIORITAET          TO APO-PRIORITAET
170700     MOVE H-DH-TIMESTAMP          TO APO-TIMESTAMP-NEUANL
170800                                     APO-BKAAPO-TIMESTAMP
170900     MOVE SPACE                   TO KAIAPO-EINGABEBEREICH
171000     MOVE APO-ABSTIMMKREIS-NR     TO KAIAPO-U1S-ABSTIMMKREIS-NR
171100     MOVE APO-HERKUNFT            TO KAIAPO-U1S-HERKUNFT
171200     MOVE APO-KONTO-ID-ABSTIMM    TO KAIAPO-U1S-KONTO-ID-ABSTIMM
171300     MOVE APO-AUSZUGSDATUM        TO KAIAPO-U1S-AUSZUGSDATUM
171400     MOVE APO-AUSZUGSNUMMER       TO KAIAPO-U1S-AUSZUGSNUMMER
171500     MOVE APO-FOLGENUMMER         TO KAIAPO-U1S-FOLGENUMMER
171600     MOVE APO-TRANSAKT-LFD-NR     TO KAIAPO-U1S-TRANSAKT-LFD-NR
171700     CALL "CGSDZS"
171800     USING C-DZS-ZPKINS
171900           C-KONFIG-ID-KA
172000           C-OBJEKT-BKAAPO
172100           GSOVER-VERSTAENDIGUNGSBEREICH
172200           KAIAPO-EINGABEBEREICH
172300           KAOAPO-AUSGABEBEREICH
172400           KAAPO-BENUTZERSATZ
172500     END-CALL
172600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
172700     THEN
172800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
172900       ADD C-1                    TO H-ANZ-FEHLER
173000     END-IF
173100     .
173200 4200-HVZ-NACH-APO-1002.
173300 4200-HVZ-NACH-APO-EXIT.
173400     EXIT.
173500/---------------------------------------------------------------*
173600* Primaerschluessel BKAAPO aus dem AKA5OF-Treffer versorgen     *
173700*---------------------------------------------------------------*
173800 4300-APO-SCHLUESSEL SECTION.
173900 4300-APO-SCHLUESSEL-1001.
174000     MOVE SPACE                   TO KAIAPO-EINGABEBEREICH
174100     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
174200                                  TO KAIAPO-U1S-ABSTIMMKREIS-NR
174300     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
174400                                  TO KAIAPO-U1S-HERKUNFT
174500     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
174600                                  TO KAIAPO-U1S-KONTO-ID-ABSTIMM
174700     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
174800                                  TO KAIAPO-U1S-AUSZUGSDATUM
174900     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
175000                                  TO KAIAPO-U1S-AUSZUGSNUMMER
175100     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
175200                                  TO KAIAPO-U1S-FOLGENUMMER
175300     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
175400                                  TO KAIAPO-U1S-TRANSAKT-LFD-NR
175500     .
175600 4300-APO-SCHLUESSEL-1002.
175700 4300-APO-SCHLUESSEL-EXIT.
175800     EXIT.
175900/---------------------------------------------------------------*
176000* Schluessel BKAAPHV aus dem AKAHVZ-Treffer versorgen           *
176100*---------------------------------------------------------------*
176200 4400-HVZ-SCHLUESSEL SECTION.
176300 4400-HVZ-SCHLUESSEL-1001.
176400     MOVE HVZ-T-AK-NUMMER (H-INDEX)
176500                                  TO HVZ-AK-NUMMER
176600     MOVE HVZ-T-STATUS (H-INDEX)  TO HVZ-STATUS
176700     MOVE HVZ-T-BUCHUNGSTAG (H-INDEX)
176800                                  TO HVZ-BUCHUNGSTAG
176900     MOVE HVZ-T-LFD-NR (H-INDEX)  TO HVZ-LFD-NR
177000     .
177100 4400-HVZ-SCHLUESSEL-1002.
177200 4400-HVZ-SCHLUESSEL-EXIT.
177300     EXIT.
177400/---------------------------------------------------------------*
177500* Nachweis: Zielbestand erneut zaehlen und je Status nach       *
177600* Anzahl und Betrag gegen die Quelle abstimmen                  *
177700*---------------------------------------------------------------*
177800 5000-NACHWEIS SECTION.
177900 5000-NACHWEIS-1001.
178000     SET NACHWEIS-STIMMT          TO TRUE
178100     IF H-ANZ-FEHLER              NOT = ZERO
178200     THEN
178300       SET NACHWEIS-ABWEICHUNG    TO TRUE
178400       MOVE "FEHLER BEI DER UEBERNAHME"
178500                                  TO H-ERGEBNIS-TEXT
178600     END-IF
178700     SET AKTION-ZAEHLEN-ZIEL      TO TRUE
178800     PERFORM 3200-ZIEL-DURCHLAUFEN
178900                              THRU 3200-ZIEL-DURCHLAUFEN-EXIT
179000     PERFORM VARYING H-ST-IND FROM 1 BY 1
179100             UNTIL H-ST-IND       > C-ANZ-STATI
179200       IF H-N-ZIEL-ANZ (H-ST-IND)
179300                              NOT = H-N-QUELLE-ANZ (H-ST-IND)
179400          OR H-N-ZIEL-SUMME (H-ST-IND)
179500                              NOT = H-N-QUELLE-SUMME (H-ST-IND)
179600       THEN
179700         SET NACHWEIS-ABWEICHUNG  TO TRUE
179800         MOVE "ABWEICHUNG ZIEL GEGEN QUELLE"
179900                                  TO H-ERGEBNIS-TEXT
180000       END-IF
180100     END-PERFORM
180200     .
180300 5000-NACHWEIS-1002.
180400 5000-NACHWEIS-EXIT.
180500     EXIT.
180600/---------------------------------------------------------------*
180700* Abweichung: die in das Ziel uebernommenen Posten wieder       *
180800* entfernen (die Ziel-Ablage war vor dem Lauf leer); Quelle     *
180900* und Kennzeichen bleiben unveraendert                          *
181000*---------------------------------------------------------------*
181100 5500-ZIEL-RUECKBAUEN SECTION.
181200 5500-ZIEL-RUECKBAUEN-1001.
181300     SET AKTION-LOESCHEN          TO TRUE
181400     PERFORM 3200-ZIEL-DURCHLAUFEN
181500                              THRU 3200-ZIEL-DURCHLAUFEN-EXIT
181600     .
181700 5500-ZIEL-RUECKBAUEN-1002.
181800 5500-ZIEL-RUECKBAUEN-EXIT.
181900     EXIT.
182000/---------------------------------------------------------------*
182100* Nachweis stimmt: Quellbestand loeschen und pruefen, dass die  *
182200* Quell-Ablage danach leer ist                                  *
182300*---------------------------------------------------------------*
182400 6000-QUELLE-LOESCHEN SECTION.
182500 6000-QUELLE-LOESCHEN-1001.
182600     SET AKTION-LOESCHEN          TO TRUE
182700     PERFORM 3100-QUELLE-DURCHLAUFEN
182800                              THRU 3100-QUELLE-DURCHLAUFEN-EXIT
182900     SET AKTION-ZAEHLEN-REST      TO TRUE
183000     PERFORM 3100-QUELLE-DURCHLAUFEN
183100                              THRU 3100-QUELLE-DURCHLAUFEN-EXIT
183200     IF H-ANZ-REST                NOT = ZERO
183300        OR H-ANZ-FEHLER           NOT = ZERO
183400     THEN
183500       SET NACHWEIS-ABWEICHUNG    TO TRUE
183600       MOVE "QUELLE NICHT LEER - KZ NICHT UMGESTELLT"
183700                                  TO H-ERGEBNIS-TEXT
183800     END-IF
183900     .
184000 6000-QUELLE-LOESCHEN-1002.
184100 6000-QUELLE-LOESCHEN-EXIT.
184200     EXIT.
184300/---------------------------------------------------------------*
184400* BKAAPO-Posten loeschen (ZPKDEL ueber den Primaerschluessel)   *
184500*---------------------------------------------------------------*
184600 6100-APO-LOESCHEN SECTION.
184700 6100-APO-LOESCHEN-1001.
184800     PERFORM 4300-APO-SCHLUESSEL  THRU 4300-APO-SCHLUESSEL-EXIT
184900     CALL "CGSDZS"
185000     USING C-DZS-ZPKDEL
185100           C-KONFIG-ID-KA
185200           C-OBJEKT-BKAAPO
185300           GSOVER-VERSTAENDIGUNGSBEREICH
185400           KAIAPO-EINGABEBEREICH
185500           KAOAPO-AUSGABEBEREICH
185600           KAAPO-BENUTZERSATZ
185700     END-CALL
185800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
185900     THEN
186000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
186100       ADD C-1                    TO H-ANZ-FEHLER
186200     END-IF
186300     .
186400 6100-APO-LOESCHEN-1002.
186500 6100-APO-LOESCHEN-EXIT.
186600     EXIT.
186700/---------------------------------------------------------------*
186800* BKAAPHV-Posten ueber AKAHVZ loeschen                          *
186900*---------------------------------------------------------------*
187000 6200-HVZ-LOESCHEN SECTION.
187100 6200-HVZ-LOESCHEN-1001.
187200     PERFORM 4400-HVZ-SCHLUESSEL  THRU 4400-HVZ-SCHLUESSEL-EXIT
187300     CALL "AKAHVZ"
187400     USING
187500       C-HVZ-LOESCHEN
187600       HVZ-SATZ
187700       HVZ-SUCH-KRITERIUM
187800       HVZ-TREFFERLISTE
187900       HVZ-RUECKGABE
188000     END-CALL
188100     IF NOT HVZ-GEW-OK
188200     THEN
188300       ADD C-1                    TO H-ANZ-FEHLER
188400     END-IF
188500     .
188600 6200-HVZ-LOESCHEN-1002.
188700 6200-HVZ-LOESCHEN-EXIT.
188800     EXIT.
188900/---------------------------------------------------------------*
189000* Hochvolumen-Kennzeichen in KA01AKRS umstellen und die         *
189100* Umstellung im Journal KJD100 festhalten                       *
189200*---------------------------------------------------------------*
189300 6500-KZ-UMSTELLEN SECTION.
189400 6500-KZ-UMSTELLEN-1001.
189500     IF NACHWEIS-ABWEICHUNG
189600     THEN
189700       GO TO 6500-KZ-UMSTELLEN-EXIT
189800     END-IF
189901*    Die Quelle ist bereits geloescht: ein Lesefehler darf den
189902*    Lauf hier nicht abbrechen, damit Abschluss und Freigabe der
189903*    Sperre noch laufen
189904     MOVE C-GELDKTO-UMSATZ-ABSTIMM
189905                                  TO KAI0AKR-ABSTIMM-ART
189906     MOVE HVU-P-AK-NUMMER         TO KAI0AKR-AK-NUMMER
189907     CALL "CGSTAB"
189908     USING C-TAB-LESEN-EQUAL
189909           C-KONFIG-ID-KA
189910           C-OBJEKT-TAB-KA01AKRS
189911           GSOVER-VERSTAENDIGUNGSBEREICH
189912           KAI0AKR-EINGABEBEREICH
189913           KAO0AKR-AUSGABEBEREICH
189914           GSTTAB-EIN-AUSGABEBEREICH
189915     END-CALL
189916     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
189917     THEN
189918       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
189919       SET NACHWEIS-ABWEICHUNG    TO TRUE
189920       MOVE "KZ NICHT UMGESTELLT, KA01AKRS FEHLT"
189921                                  TO H-ERGEBNIS-TEXT
189922       GO TO 6500-KZ-UMSTELLEN-EXIT
189923     END-IF
190000     MOVE H-HV-KZ-NEU             TO KAO0AKR-HOCHVOLUMEN-KZ
190100     CALL "CGSTAB"
190200     USING C-TAB-SCHREIBEN-EQUAL
190300           C-KONFIG-ID-KA
190400           C-OBJEKT-TAB-KA01AKRS
190500           GSOVER-VERSTAENDIGUNGSBEREICH
190600           KAI0AKR-EINGABEBEREICH
190700           KAO0AKR-AUSGABEBEREICH
190800           GSTTAB-EIN-AUSGABEBEREICH
190900     END-CALL
191000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
191100     THEN
191200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
191300       SET NACHWEIS-ABWEICHUNG    TO TRUE
191400       MOVE "KZ IN KA01AKRS NICHT GESCHRIEBEN"
191500                                  TO H-ERGEBNIS-TEXT
191600       GO TO 6500-KZ-UMSTELLEN-EXIT
191700     END-IF
191800     MOVE "UMSTELLUNG DURCHGEFUEHRT"
191900                                  TO H-ERGEBNIS-TEXT
192000     PERFORM 6600-UMSTELLUNG-JOURNAL
192100                              THRU 6600-UMSTELLUNG-JOURNAL-EXIT
192200     .
192300 6500-KZ-UMSTELLEN-1002.
192400 6500-KZ-UMSTELLEN-EXIT.
192500     EXIT.
192600/---------------------------------------------------------------*
192700* Umstellung nach KJD100 journalisieren (GV KAHVUMST)           *
192800*---------------------------------------------------------------*
192900 6600-UMSTELLUNG-JOURNAL SECTION.
193000 6600-UMSTELLUNG-JOURNAL-1001.
193100     CALL "CJDWRTE"
193200     USING C-FUNKTION-HERK-LIEFERN
193300           C-KONFIG-ID-KA
193400           C-OBJEKT-ESA-JD
193500           GSOVER-VERSTAENDIGUNGSBEREICH
193600           DUMMY
193700           JDOWRTI-AUSGABEBEREICH
193800           DUMMY
193900     IF GSOVER-GEWICHT            > C-GEW-NICHT-GESETZT
194000     THEN
194100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
194200       GO TO 6600-UMSTELLUNG-JOURNAL-EXIT
194300     END-IF
194400     MOVE ZERO                    TO H-ANZ-GESAMT
194500     PERFORM VARYING H-ST-IND FROM 1 BY 1
194600             UNTIL H-ST-IND       > C-ANZ-STATI
194700       ADD H-N-QUELLE-ANZ (H-ST-IND)
194800                                  TO H-ANZ-GESAMT
194900     END-PERFORM
195000     MOVE H-ANZ-GESAMT            TO H-JD-ANZAHL
195100     STRING H-QUELLE-NAME         DELIMITED BY SPACE
195200            "->"                  DELIMITED BY SIZE
195300            H-ZIEL-NAME           DELIMITED BY SPACE
195400       INTO H-JD-RICHTUNG
195500     END-STRING
195600     MOVE SPACE                   TO JDI100-EINGABEBEREICH
195700     MOVE C-PROT-EINGABE          TO JDI100-PROTOKOLLGRUND
195800     MOVE C-GV-HV-UMSTELLUNG      TO JDI100-GV
195900     MOVE C-GV-VERSION            TO JDI100-GV-VERSION
196000     MOVE C-VERARB-KZ-1           TO JDI100-VERARB-KZ
196100     MOVE JDOWRTI-HERKUNFT        TO JDI100-HERKUNFTS-KZ
196200     MOVE HVU-P-AK-NUMMER         TO JDI100-ZUGRIFFSKRITERIUM
196300     MOVE H-JD-BEMERKUNG          TO JDI100-BEMERKUNG1
196400     MOVE 1                       TO JDI100-ANZAHL-AEN-INF
196500     MOVE ZERO                    TO H-JD-IND
196600     ADD 1                        TO H-JD-IND
196700     MOVE "HOCHVOL-KZ"            TO JDAENES-AEND-FELD (H-JD-IND)
196800     MOVE H-HV-KZ-ALT             TO
196900          JDAENES-AEND-FELDINHALT-ALT (H-JD-IND)
197000     MOVE H-HV-KZ-NEU             TO
197100          JDAENES-AEND-FELDINHALT-NEU (H-JD-IND)
197200     ACCEPT H-DATUM               FROM DATE YYYYMMDD
197300     MOVE H-DATUM                 TO JDI100-DATUM-WIRKSAM-VON
197400     MOVE C-99991231              TO JDI100-DATUM-WIRKSAM-BIS
197500     CALL "CGSAUF"
197600     USING C-AUF-AUFRUF-AL
197700           C-KONFIG-ID-GS
197800           C-OBJEKT-KJD100
197900           GSOVER-VERSTAENDIGUNGSBEREICH
198000           JDI100-EINGABEBEREICH
198100           JDO100-AUSGABEBEREICH
198200           CJDIND-INDICES
198300           AENDERUNGEN
198400     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
198500     THEN
198600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
198700     END-IF
198800     .
198900 6600-UMSTELLUNG-JOURNAL-1002.
199000 6600-UMSTELLUNG-JOURNAL-EXIT.
199100     EXIT.
199200/---------------------------------------------------------------*
199300* Abschlussprotokoll: Nachweis je Status und Ergebnis           *
199400*---------------------------------------------------------------*
199500 7000-ABSCHLUSS SECTION.
199600 7000-ABSCHLUSS-1001.
199700     PERFORM VARYING H-ST-IND FROM 1 BY 1
199800             UNTIL H-ST-IND       > C-ANZ-STATI
199900       INITIALIZE HVU-DETAIL
200000       STRING "QUELLE "           DELIMITED BY SIZE
200100              H-QUELLE-NAME       DELIMITED BY SPACE
200200         INTO HVU-D-SCHRITT
200300       END-STRING
200400       MOVE C-STATUS-WERT (H-ST-IND)
200500                                  TO HVU-D-STATUS
200600       MOVE H-N-QUELLE-ANZ (H-ST-IND)
200700                                  TO HVU-D-ANZAHL
200800       MOVE H-N-QUELLE-SUMME (H-ST-IND)
200900                                  TO HVU-D-BETRAG
201000       MOVE HVU-DETAIL            TO HVU-DRUCKZEILE
201100       WRITE HVU-DRUCKZEILE
201200       IF HVU-DURCHFUEHRUNG
201300       THEN
201400         INITIALIZE HVU-DETAIL
201500         STRING "ZIEL "           DELIMITED BY SIZE
201600                H-ZIEL-NAME       DELIMITED BY SPACE
201700           INTO HVU-D-SCHRITT
201800         END-STRING
201900         MOVE C-STATUS-WERT (H-ST-IND)
202000                                  TO HVU-D-STATUS
202100         MOVE H-N-ZIEL-ANZ (H-ST-IND)
202200                                  TO HVU-D-ANZAHL
202300         MOVE H-N-ZIEL-SUMME (H-ST-IND)
202400                                  TO HVU-D-BETRAG
202500         MOVE HVU-DETAIL          TO HVU-DRUCKZEILE
202600         WRITE HVU-DRUCKZEILE
202700       END-IF
202800     END-PERFORM
202900     INITIALIZE HVU-DETAIL
203000     MOVE "FEHLER"                TO HVU-D-SCHRITT
203100     MOVE H-ANZ-FEHLER            TO HVU-D-ANZAHL
203200     MOVE HVU-DETAIL              TO HVU-DRUCKZEILE
203300     WRITE HVU-DRUCKZEILE
203400     INITIALIZE HVU-DETAIL
203500     MOVE "ERGEBNIS"              TO HVU-D-SCHRITT
203600     MOVE HVU-P-AK-NUMMER         TO HVU-D-ANZAHL
203700     IF HVU-PROBELAUF
203800        AND H-ERGEBNIS-TEXT       = SPACE
203900     THEN
204000       MOVE "PROBELAUF - NICHTS VERAENDERT"
204100                                  TO HVU-D-TEXT
204200     ELSE
204300       MOVE H-ERGEBNIS-TEXT       TO HVU-D-TEXT
204400     END-IF
204500     MOVE HVU-DETAIL              TO HVU-DRUCKZEILE
204600     WRITE HVU-DRUCKZEILE
204700     .
204800 7000-ABSCHLUSS-1002.
204900 7000-ABSCHLUSS-EXIT.
205000     EXIT.
205100/---------------------------------------------------------------*
205200* Abstimmkreis-Sperre wieder freigeben                          *
205300*---------------------------------------------------------------*
205400 8000-AK-FREIGEBEN SECTION.
205500 8000-AK-FREIGEBEN-1001.
205600     INITIALIZE KAILCK-EINGABEBEREICH
205700     MOVE C-01-INT-FREIGEBEN      TO KAILCK-FUNKTION
205800     MOVE HVU-P-AK-NUMMER         TO KAILCK-AK-NUMMER
205900     MOVE C-AKAHVU                TO KAILCK-INHABER
206000     MOVE C-INHABER-TYP-BATCH     TO KAILCK-INHABER-TYP
206100     CALL "AKALCK"
206200     USING KAILCK-EINGABEBEREICH
206300           KAO0AKX-AUSGABEBEREICH
206400           GSOVER-VERSTAENDIGUNGSBEREICH
206500     END-CALL
206600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
206700     .
206800 8000-AK-FREIGEBEN-1002.
206900 8000-AK-FREIGEBEN-EXIT.
207000     EXIT.
207100/---------------------------------------------------------------*
207200* Programmende                                                  *
207300*---------------------------------------------------------------*
207400 9999-EXIT SECTION.
207500 9999-EXIT-1001.
207600     CLOSE HVUPARM
207700     CLOSE HVUAUS
207800     .
207900 9999-EXIT-1002.
208000 9999-EXIT-EXIT.
208100     EXIT.
