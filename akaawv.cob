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
000160*@Titel         : AWV-Meldung Z4 - grenzueberschreitende Zahlungen
000160*@Elementname   : akaawv.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Monatsauszug AWV Z4                        *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Monatlicher Auszug der nach Aussenwirtschaftsverordnung   *
001900* meldepflichtigen Zahlungen (Vordruck Z4) aus dem APO-     *
002000* Bestand. AWVPARM liefert Meldemonat (JJJJMM, ohne         *
002100* Angabe der Vormonat), Meldeschwelle in Hauswaehrung       *
002200* (ohne Angabe 12.500,00), Heimatland (DE) und Haus-        *
002300* waehrung (EUR).                                           *
002400* Gelesen werden die Posten aller Abstimmkreise in den      *
002500* Stati offen, Klaerung, freizugeben und geschlossen        *
002600* (AKA5OF) mit Buchungstag im Meldemonat; technische        *
002700* Posten und Stornos entfallen. Der Betrag wird mit dem     *
002800* Kurs des Buchungstags aus KA02AKKU in die Hauswaehrung    *
002900* umgerechnet; ueber der Schwelle werden Gegenkonto,        *
003000* GV-Code und Verwendungszweck aus der Detailauskunft       *
003100* gelesen. Das Land der Gegenpartei ergibt sich aus dem     *
003200* Laenderkennzeichen der IBAN im Gegenkonto; Zahlungen      *
003300* mit Land ungleich Heimatland sind meldepflichtig          *
003400* (Habenbetrag = Eingang, Sollbetrag = Ausgang).            *
003500* Die Kennzahl des Leistungsverzeichnisses wird aus der     *
003600* Tabelle KA02AKZ4 (je GV-Code, Eingang/Ausgang)            *
003700* vorgeschlagen. Jeder meldepflichtige Posten ergibt        *
003800* einen vorbelegten Satz in AWVZ4 fuer die Pruefung         *
003900* durch die Meldestelle (Pruef-Kennzeichen "J" ohne         *
004000* Kennzahlvorschlag). Posten ohne erkennbares Land oder     *
004100* ohne Kurs werden im Protokoll AWVAUS zur Klaerung         *
004200* ausgewiesen, Abstimmkreise mit Hochvolumen-Ablage         *
004300* (BKAAPHV) nur gemeldet.                                   *
004400*@E-ELEMENTBESCHREIBUNG                                     *
004500*                                                           *
004600*@A-MODULAUFRUF                                             *
004700* AKA5OF : Trefferliste und Detailauskunft APO              *
004800*@E-MODULAUFRUF                                             *
004900*                                                           *
005000*@A-COBOL-COPY                                              *
005100* Benoetigte COBOL-Copies:                                  *
005200* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005400* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005500* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005600* CKAI0AKC   : EINGABEBEREICH KA02AKKU                      *
005700* CKAO0AKC   : AUSGABEBEREICH KA02AKKU                      *
005800* CKAI0AZ4   : EINGABEBEREICH KA02AKZ4                      *
005900* CKAO0AZ4   : AUSGABEBEREICH KA02AKZ4                      *
006000* CKAI5OF1   : EINGABEBEREICH AKA5OF (DETAIL)               *
006100* CKAO5OF1   : AUSGABEBEREICH AKA5OF (DETAIL)               *
006200* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
006300* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
006400* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
006500* DKAXIND    : INDICES AKA5OF                               *
006600* CKAXIND    : INDICES AKA5OF                               *
006700*@E-COBOL-COPY                                              *
006800*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58787                                                *     D01
090052*     Neuanlage - Monatsauszug meldepflichtiger Zahlungen   *     D01
090053*     fuer die AWV-Meldung Z4 mit Kennzahlvorschlag.        *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAAWV.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT AWVPARM               ASSIGN TO "AWVPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT AWVZ4                 ASSIGN TO "AWVZ4"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT AWVAUS                ASSIGN TO "AWVAUS"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  AWVPARM
101900     RECORDING MODE IS F.
102000 01  AWV-PARM-SATZ.
102100     05 AWV-P-MELDEMONAT          PIC 9(006).
102200     05 FILLER                    PIC X(001).
102300     05 AWV-P-SCHWELLE            PIC 9(011)V9(002).
102400     05 FILLER                    PIC X(001).
102500     05 AWV-P-HEIMATLAND          PIC X(002).
102600     05 FILLER                    PIC X(001).
102700     05 AWV-P-HAUSWAEHRUNG        PIC X(003).
102800 FD  AWVZ4
102900     RECORDING MODE IS F.
103000 01  AWV-Z4-SATZ.
103100     05 AWV-Z-MELDEMONAT          PIC 9(006).
103200     05 AWV-Z-RICHTUNG            PIC X(001).
103300     05 AWV-Z-LAND                PIC X(002).
103400     05 AWV-Z-KENNZAHL            PIC X(003).
103500     05 AWV-Z-BETRAG-HW           PIC 9(013)V9(002).
103600     05 AWV-Z-WAEHRUNG            PIC X(003).
103700     05 AWV-Z-BETRAG              PIC 9(013)V9(003).
103800     05 AWV-Z-BUTAG               PIC 9(008).
103900     05 AWV-Z-VALUTA              PIC 9(008).
104000     05 AWV-Z-GEGENKONTO-ID       PIC X(035).
104100     05 AWV-Z-GV-CODE             PIC 9(004).
104200     05 AWV-Z-VERWENDUNGSZWECK    PIC X(060).
104300     05 AWV-Z-AK-NUMMER           PIC 9(005).
104400     05 AWV-Z-HERKUNFT            PIC X(011).
104500     05 AWV-Z-KONTO-ID            PIC X(035).
104600     05 AWV-Z-AUSZUGSDATUM        PIC 9(008).
104700     05 AWV-Z-AUSZUGSNUMMER       PIC 9(005).
104800     05 AWV-Z-AUSZUG-FNR          PIC 9(005).
104900     05 AWV-Z-LFD-NR-APO          PIC 9(007).
105000     05 AWV-Z-PRUEF-KZ            PIC X(001).
105100 FD  AWVAUS
105200     RECORDING MODE IS F.
105300 01  AWV-DRUCKZEILE               PIC X(150).
105400*---------------------------------------------------------------*
105500* WORKING-STORAGE-Section                                       *
105600*---------------------------------------------------------------*
105700 WORKING-STORAGE SECTION.
105800 01  VERS-INF.
105900     05  FILLER PIC X(13) VALUE "ELEM=akaawv  ".
106000     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106100/---------------------------------------------------------------*
106200* Konstanten                                                    *
106300*---------------------------------------------------------------*
106400 01  GS-KONSTANTEN.
106500     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
106600     20 C-AKAAWV                  PIC X(008) VALUE "AKAAWV".
106700     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
106800     20 C-OBJEKT-TAB-KA02AKKU     PIC X(009) VALUE "KA02AKKU".
106900     20 C-OBJEKT-TAB-KA02AKZ4     PIC X(009) VALUE "KA02AKZ4".
107000     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
107100     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107200     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
107300                                  VALUE "01-STD-APO-LIST-SUCHE".
107400     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
107500                                  VALUE "01-STD-APO-L-DET-AUSK".
107600     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
107700     20 C-ANZ-STATI               PIC 9(003) VALUE 4.
107800     20 C-J                       PIC X(001) VALUE "J".
107900     20 C-N                       PIC X(001) VALUE "N".
108000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108100     20 C-EINGANG                 PIC X(001) VALUE "E".
108200     20 C-AUSGANG                 PIC X(001) VALUE "A".
108300     20 C-TECHNISCH               PIC X(001) VALUE "T".
108400     20 C-STD-SCHWELLE            PIC 9(011)V9(002) VALUE 12500.
108500     20 C-STD-HEIMATLAND          PIC X(002) VALUE "DE".
108600     20 C-STD-HAUSWAEHRUNG        PIC X(003) VALUE "EUR".
108700/---------------------------------------------------------------*
108800* Gelesene Postenstati (offen, Klaerung, freizugeben,           *
108900* geschlossen)                                                  *
109000*---------------------------------------------------------------*
109100 01  C-STATUS-LISTE.
109200     05 FILLER                    PIC X(004) VALUE "2358".
109300 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
109400     05 C-STATUS-WERT             PIC 9(001) OCCURS 4.
109500 01  C-MELDUNGEN.
109600     05 C-MELD-MELDEPFLICHT       PIC X(012) VALUE "MELDEPFLICHT".
109700     05 C-MELD-OHNE-KENNZAHL      PIC X(012) VALUE "OHNE KENNZ. ".
109800     05 C-MELD-LAND-UNBEKANNT     PIC X(012) VALUE "LAND UNBEK. ".
109900     05 C-MELD-KURS-FEHLT         PIC X(012) VALUE "KURS FEHLT  ".
110000     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
110100     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
110200/---------------------------------------------------------------*
110300* Formatzeilen Protokoll AWVAUS                                 *
110400*---------------------------------------------------------------*
110500 01  AWV-DETAIL.
110600     05 AWV-D-MELDUNG             PIC X(012).
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 AWV-D-AK-NUMMER           PIC 9(005).
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 AWV-D-KONTO-ID            PIC X(035).
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 AWV-D-LFD-NR              PIC 9(007).
111300     05 FILLER                    PIC X(001) VALUE SPACE.
111400     05 AWV-D-BUTAG               PIC 9(008).
111500     05 FILLER                    PIC X(001) VALUE SPACE.
111600     05 AWV-D-RICHTUNG            PIC X(001).
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 AWV-D-BETRAG              PIC Z(012)9,999.
111900     05 FILLER                    PIC X(001) VALUE SPACE.
112000     05 AWV-D-WAEHRUNG            PIC X(003).
112100     05 FILLER                    PIC X(001) VALUE SPACE.
112200     05 AWV-D-BETRAG-HW           PIC Z(012)9,99.
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 AWV-D-LAND                PIC X(002).
112500     05 FILLER                    PIC X(001) VALUE SPACE.
112600     05 AWV-D-GV-CODE             PIC 9(004).
112700     05 FILLER                    PIC X(001) VALUE SPACE.
112800     05 AWV-D-KENNZAHL            PIC X(003).
112900     05 FILLER                    PIC X(019) VALUE SPACE.
113000 01  AWV-ENDE.
113100     05 FILLER                    PIC X(016) VALUE
113200        "MELDEMONAT:     ".
113300     05 AWV-X-MELDEMONAT          PIC 9(006).
113400     05 FILLER                    PIC X(016) VALUE
113500        "  GELESEN:      ".
113600     05 AWV-X-GELESEN             PIC Z(006)9.
113700     05 FILLER                    PIC X(016) VALUE
113800        "  MELDEPFL.:    ".
113900     05 AWV-X-MELDEPFLICHT        PIC Z(006)9.
114000     05 FILLER                    PIC X(016) VALUE
114100        "  OHNE KENNZ.:  ".
114200     05 AWV-X-OHNE-KENNZAHL       PIC Z(006)9.
114300     05 FILLER                    PIC X(016) VALUE
114400        "  KLAERUNG:     ".
114500     05 AWV-X-KLAERUNG            PIC Z(006)9.
114600     05 FILLER                    PIC X(016) VALUE
114700        "  FEHLER:       ".
114800     05 AWV-X-FEHLER              PIC Z(006)9.
114900/---------------------------------------------------------------*
115000* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
115100*---------------------------------------------------------------*
115200  COPY DCTGRCGE.
115300  COPY CGSOVER.
115400  COPY CGSTTAB.
115500  COPY CKA0AKRS.
115600  COPY CKAI0AKC.
115700  COPY CKAO0AKC.
115800  COPY CKAI0AZ4.
115900  COPY CKAO0AZ4.
116000  COPY DKAXIND.
116100  COPY CKAXIND.
116200  COPY CKAI5OF1.
116300  COPY CKAO5OF1.
116400  COPY CKAI5OF3.
116500  COPY CKAO5OF2.
116600  COPY CKAT5OF1.
116700 01  DUMMY                        PIC X(001).
116800/---------------------------------------------------------------*
116900* Hilfsvariable                                                 *
117000*---------------------------------------------------------------*
117100 01  H-AK-GEFUNDEN                PIC X(001).
117200     88 AKRS-GEFUNDEN             VALUE "J".
117300     88 AKRS-N-GEFUNDEN           VALUE "N".
117400 01  H-SEITEN-KZ                  PIC X(001).
117500     88 SEITEN-WEITER             VALUE "J".
117600     88 SEITEN-FERTIG             VALUE "N".
117700 01  H-KURS-KZ                    PIC X(001).
117800     88 KURS-VORHANDEN            VALUE "J".
117900     88 KURS-FEHLT                VALUE "N".
118000 01  H-AUFSETZ-KZ                 PIC X(001).
118100 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
118200 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
118300 01  H-ST-IND                     PIC 9(003) COMP-3.
118400 01  H-INDEX                      PIC 9(003) COMP-3.
118500 01  H-AK-NUMMER                  PIC 9(005).
118600 01  H-STATUS-LAUF                PIC 9(001).
118700 01  H-MELDEMONAT                 PIC 9(006).
118800 01  H-MELDEMONAT-X REDEFINES H-MELDEMONAT.
118900     05 H-MM-JJJJ                 PIC 9(004).
119000     05 H-MM-MM                   PIC 9(002).
119100 01  H-TAGESDATUM                 PIC 9(008).
119200 01  H-TAGESDATUM-X REDEFINES H-TAGESDATUM.
119300     05 H-TD-JJJJ                 PIC 9(004).
119400     05 H-TD-MM                   PIC 9(002).
119500     05 H-TD-TT                   PIC 9(002).
119600 01  H-DATUM-VON                  PIC 9(008).
119700 01  H-DATUM-BIS                  PIC 9(008).
119800 01  H-SCHWELLE                   PIC 9(011)V9(002).
119900 01  H-HEIMATLAND                 PIC X(002).
120000 01  H-HAUSWAEHRUNG               PIC X(003).
120100 01  H-BETRAG                     PIC S9(013)V9(003).
120200 01  H-BETRAG-ABS                 PIC 9(013)V9(003).
120300 01  H-BETRAG-HW                  PIC 9(013)V9(002).
120400 01  H-RICHTUNG                   PIC X(001).
120500 01  H-LAND                       PIC X(002).
120600 01  H-KENNZAHL                   PIC X(003).
120700 01  H-GV-CODE                    PIC 9(004).
120800 01  H-MELDUNG                    PIC X(012).
120900 01  H-ANZ-GELESEN                PIC 9(007) COMP-3 VALUE ZERO.
121000 01  H-ANZ-MELDEPFLICHT           PIC 9(007) COMP-3 VALUE ZERO.
121100 01  H-ANZ-OHNE-KENNZAHL          PIC 9(007) COMP-3 VALUE ZERO.
121200 01  H-ANZ-KLAERUNG               PIC 9(007) COMP-3 VALUE ZERO.
121300 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
121400/****************************************************************
121500 PROCEDURE DIVISION.
121600*****************************************************************
121700 0000-MAINLINE SECTION.
121800 0000-MAINLINE-1001.
121900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
122000     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
122100     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
122200     STOP RUN
122300     .
122400 0000-MAINLINE-1002.
122500     EXIT.
122600/---------------------------------------------------------------*
122700* Initialisierung: Parameter lesen, Meldemonat festlegen        *
122800*---------------------------------------------------------------*
122900 1000-INITIALISIERUNG SECTION.
123000 1000-INITIALISIERUNG-1001.
123100     OPEN INPUT  AWVPARM
123200     OPEN OUTPUT AWVZ4
123300     OPEN OUTPUT AWVAUS
123400     READ AWVPARM
123500       AT END
123600         INITIALIZE AWV-PARM-SATZ
123700     END-READ
123800     IF AWV-P-MELDEMONAT          NUMERIC
123900        AND AWV-P-MELDEMONAT      > ZERO
124000     THEN
124100       MOVE AWV-P-MELDEMONAT      TO H-MELDEMONAT
124200     ELSE
124300*      ohne Angabe: Vormonat des Tagesdatums
124400       ACCEPT H-TAGESDATUM        FROM DATE YYYYMMDD
124500       MOVE H-TD-JJJJ             TO H-MM-JJJJ
124600       MOVE H-TD-MM               TO H-MM-MM
124700       IF H-MM-MM                 = 1
124800       THEN
124900         MOVE 12                  TO H-MM-MM
125000         SUBTRACT C-1             FROM H-MM-JJJJ
125100       ELSE
125200         SUBTRACT C-1             FROM H-MM-MM
125300       END-IF
125400     END-IF
125500     IF AWV-P-SCHWELLE            NUMERIC
125600        AND AWV-P-SCHWELLE        > ZERO
125700     THEN
125800       MOVE AWV-P-SCHWELLE        TO H-SCHWELLE
125900     ELSE
126000       MOVE C-STD-SCHWELLE        TO H-SCHWELLE
126100     END-IF
126200     IF AWV-P-HEIMATLAND          = SPACE
126300     THEN
126400       MOVE C-STD-HEIMATLAND      TO H-HEIMATLAND
126500     ELSE
126600       MOVE AWV-P-HEIMATLAND      TO H-HEIMATLAND
126700     END-IF
126800     IF AWV-P-HAUSWAEHRUNG        = SPACE
126900     THEN
127000       MOVE C-STD-HAUSWAEHRUNG    TO H-HAUSWAEHRUNG
127100     ELSE
127200       MOVE AWV-P-HAUSWAEHRUNG    TO H-HAUSWAEHRUNG
127300     END-IF
127400     COMPUTE H-DATUM-VON          = H-MELDEMONAT * 100 + 1
127500     COMPUTE H-DATUM-BIS          = H-MELDEMONAT * 100 + 31
127600     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
127700     .
127800 1000-INITIALISIERUNG-1002.
127900 1000-INITIALISIERUNG-EXIT.
128000     EXIT.
128100/---------------------------------------------------------------*
128200* Verarbeitung: alle Abstimmkreise durchlaufen                  *
128300*---------------------------------------------------------------*
128400 2000-VERARBEITUNG SECTION.
128500 2000-VERARBEITUNG-1001.
128600     MOVE C-1                     TO H-LFD-ZEILE
128700     PERFORM 2100-LESEN-AKRS-ZEILE
128800                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
128900     PERFORM UNTIL AKRS-N-GEFUNDEN
129000       IF KA0AKRS-HOCHVOLUMEN-JA
129100       THEN
129200         INITIALIZE AWV-DETAIL
129300         MOVE C-MELD-HOCHVOLUMEN  TO AWV-D-MELDUNG
129400         MOVE KA0AKRS-AK-NUMMER   TO AWV-D-AK-NUMMER
129500         MOVE AWV-DETAIL          TO AWV-DRUCKZEILE
129600         WRITE AWV-DRUCKZEILE
129700       ELSE
129800         MOVE KA0AKRS-AK-NUMMER   TO H-AK-NUMMER
129900         PERFORM 2200-AK-VERARBEITEN
130000                                THRU 2200-AK-VERARBEITEN-EXIT
130100       END-IF
130200       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
130300       PERFORM 2100-LESEN-AKRS-ZEILE
130400                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
130500     END-PERFORM
130600     .
130700 2000-VERARBEITUNG-1002.
130800 2000-VERARBEITUNG-EXIT.
130900     EXIT.
131000/---------------------------------------------------------------*
131100* Zeile aus KA03AKRS lesen                                      *
131200*---------------------------------------------------------------*
131300 2100-LESEN-AKRS-ZEILE SECTION.
131400 2100-LESEN-AKRS-ZEILE-1001.
131500     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
131600     CALL "CGSTAB" USING
131700          C-TAB-LESEN-ZEILE
131800          C-KONFIG-ID-KA
131900          C-OBJEKT-TAB-KA03AKRS
132000          GSOVER-VERSTAENDIGUNGSBEREICH
132100          KA0AKRS-EINGABEBEREICH
132200          KA0AKRS-AUSGABEBEREICH
132300          DUMMY
132400     END-CALL
132500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
132600     THEN
132700       SET AKRS-GEFUNDEN          TO TRUE
132800       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
132900         ON SIZE ERROR CONTINUE
133000       END-ADD
133100     ELSE
133200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133300       SET AKRS-N-GEFUNDEN        TO TRUE
133400     END-IF
133500     .
133600 2100-LESEN-AKRS-ZEILE-1002.
133700 2100-LESEN-AKRS-ZEILE-EXIT.
133800     EXIT.
133900/---------------------------------------------------------------*
134000* Posten eines Abstimmkreises je Status seitenweise lesen       *
134100*---------------------------------------------------------------*
134200 2200-AK-VERARBEITEN SECTION.
134300 2200-AK-VERARBEITEN-1001.
134400     PERFORM VARYING H-ST-IND FROM 1 BY 1
134500             UNTIL H-ST-IND       > C-ANZ-STATI
134600       MOVE C-STATUS-WERT (H-ST-IND)
134700                                  TO H-STATUS-LAUF
134800       SET SEITEN-WEITER          TO TRUE
134900       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
135000       MOVE C-N                   TO H-AUFSETZ-KZ
135100       PERFORM 2300-APO-SEITE     THRU 2300-APO-SEITE-EXIT
135200               UNTIL SEITEN-FERTIG
135300     END-PERFORM
135400     .
135500 2200-AK-VERARBEITEN-1002.
135600 2200-AK-VERARBEITEN-EXIT.
135700     EXIT.
135800/---------------------------------------------------------------*
135900* Eine Trefferseite BKAAPO ueber AKA5OF lesen                   *
136000*---------------------------------------------------------------*
136100 2300-APO-SEITE SECTION.
136200 2300-APO-SEITE-1001.
136300     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
136400     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
136500     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
136600     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
136700     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
136800     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
136900     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
137000     MOVE H-AUFSETZ-KZ            TO
137100                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
137200     CALL "AKA5OF" USING
137300          C-01-STD-APO-LIST-SUCHE
137400          C-KONFIG-ID-KA
137500          C-AKAAWV
137600          GSOVER-VERSTAENDIGUNGSBEREICH
137700          KAI5OF3-EINGABEBEREICH
137800          KAO5OF2-AUSGABEBEREICH
137900          KAT5OF1-TRANSIENT-BEREICH
138000          KAXIND-INDICES
138100     END-CALL
138200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
138300     THEN
138400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
138500       SET SEITEN-FERTIG          TO TRUE
138600       GO TO 2300-APO-SEITE-EXIT
138700     END-IF
138800     PERFORM 2400-POSTEN-PRUEFEN  THRU 2400-POSTEN-PRUEFEN-EXIT
138900             VARYING H-INDEX FROM 1 BY 1
139000             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
139100     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
139200     THEN
139300       SET SEITEN-FERTIG          TO TRUE
139400     ELSE
139500       MOVE C-J                   TO H-AUFSETZ-KZ
139600     END-IF
139700     .
139800 2300-APO-SEITE-1002.
139900 2300-APO-SEITE-EXIT.
140000     EXIT.
140100/---------------------------------------------------------------*
140200* Einen Posten pruefen: Buchungstag im Meldemonat, Gegenwert    *
140300* ueber der Schwelle, Gegenpartei im Ausland                    *
140400*---------------------------------------------------------------*
140500 2400-POSTEN-PRUEFEN SECTION.
140600 2400-POSTEN-PRUEFEN-1001.
140700     IF KAO5OF2-APO-BUTAG (H-INDEX)
140800                                  < H-DATUM-VON
140900        OR KAO5OF2-APO-BUTAG (H-INDEX)
141000                                  > H-DATUM-BIS
141100        OR KAO5OF2-APO-TECHNIK-KZ (H-INDEX)
141200                                  = C-TECHNISCH
141300     THEN
141400       GO TO 2400-POSTEN-PRUEFEN-EXIT
141500     END-IF
141600     ADD C-1                      TO H-ANZ-GELESEN
141700     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
141800                                  TO H-BETRAG
141900     IF H-BETRAG                  < ZERO
142000     THEN
142100       MOVE C-AUSGANG             TO H-RICHTUNG
142200       COMPUTE H-BETRAG-ABS       = ZERO - H-BETRAG
142300     ELSE
142400       MOVE C-EINGANG             TO H-RICHTUNG
142500       MOVE H-BETRAG              TO H-BETRAG-ABS
142600     END-IF
142700     MOVE SPACE                   TO H-LAND H-KENNZAHL
142800     MOVE ZERO                    TO H-GV-CODE H-BETRAG-HW
142900     PERFORM 2500-GEGENWERT       THRU 2500-GEGENWERT-EXIT
143000     IF KURS-FEHLT
143100     THEN
143200       ADD C-1                    TO H-ANZ-KLAERUNG
143300       MOVE C-MELD-KURS-FEHLT     TO H-MELDUNG
143400       PERFORM 2900-PROTOKOLL     THRU 2900-PROTOKOLL-EXIT
143500       GO TO 2400-POSTEN-PRUEFEN-EXIT
143600     END-IF
143700     IF H-BETRAG-HW               NOT > H-SCHWELLE
143800     THEN
143900       GO TO 2400-POSTEN-PRUEFEN-EXIT
144000     END-IF
144100     PERFORM 2600-DETAIL-LESEN    THRU 2600-DETAIL-LESEN-EXIT
144200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
144300     THEN
144400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
144500       ADD C-1                    TO H-ANZ-FEHLER
144600       MOVE C-MELD-FEHLER         TO H-MELDUNG
144700       PERFORM 2900-PROTOKOLL     THRU 2900-PROTOKOLL-EXIT
144800       GO TO 2400-POSTEN-PRUEFEN-EXIT
144900     END-IF
145000     IF KAO5OF1-APO-STORNO-KZ     NOT = SPACE
145100     THEN
145200       GO TO 2400-POSTEN-PRUEFEN-EXIT
145300     END-IF
145400     IF KAO5OF1-APO-GV-CODE       NUMERIC
145500     THEN
145600       MOVE KAO5OF1-APO-GV-CODE   TO H-GV-CODE
145700     END-IF
145800*    Land der Gegenpartei aus dem Laenderkennzeichen der IBAN
145900     IF KAO5OF1-APO-GEGEN-KONTO-ID (1:2) NOT ALPHABETIC-UPPER
146000        OR KAO5OF1-APO-GEGEN-KONTO-ID (1:2) = SPACE
146100        OR KAO5OF1-APO-GEGEN-KONTO-ID (3:2) NOT NUMERIC
146200     THEN
146300       ADD C-1                    TO H-ANZ-KLAERUNG
146400       MOVE C-MELD-LAND-UNBEKANNT TO H-MELDUNG
146500       PERFORM 2900-PROTOKOLL     THRU 2900-PROTOKOLL-EXIT
146600       GO TO 2400-POSTEN-PRUEFEN-EXIT
146700     END-IF
146800     MOVE KAO5OF1-APO-GEGEN-KONTO-ID (1:2)
146900                                  TO H-LAND
147000     IF H-LAND                    = H-HEIMATLAND
147100     THEN
147200       GO TO 2400-POSTEN-PRUEFEN-EXIT
147300     END-IF
147400     PERFORM 2700-KENNZAHL        THRU 2700-KENNZAHL-EXIT
147500     PERFORM 2800-Z4-SCHREIBEN    THRU 2800-Z4-SCHREIBEN-EXIT
147600     .
147700 2400-POSTEN-PRUEFEN-1002.
147800 2400-POSTEN-PRUEFEN-EXIT.
147900     EXIT.
148000/---------------------------------------------------------------*
148100* Gegenwert in Hauswaehrung mit dem Kurs des Buchungstags       *
148200* (KA02AKKU: Hauswaehrung je Einheit Fremdwaehrung)             *
148300*---------------------------------------------------------------*
148400 2500-GEGENWERT SECTION.
148500 2500-GEGENWERT-1001.
148600     SET KURS-VORHANDEN           TO TRUE
148700     IF KAO5OF2-APO-WAEHRUNG (H-INDEX)
148800                                  = H-HAUSWAEHRUNG
148900        OR KAO5OF2-APO-WAEHRUNG (H-INDEX)
149000                                  = SPACE
149100     THEN
149200       COMPUTE H-BETRAG-HW ROUNDED = H-BETRAG-ABS
149300       GO TO 2500-GEGENWERT-EXIT
149400     END-IF
149500     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
149600                                  TO KAI0AKC-WAEHRUNG
149700     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
149800                                  TO KAI0AKC-STICHTAG
149900     MOVE ZERO                    TO KAO0AKC-KURS
150000     CALL "CGSTAB"
150100     USING C-TAB-LESEN-EQUAL
150200           C-KONFIG-ID-KA
150300           C-OBJEKT-TAB-KA02AKKU
150400           GSOVER-VERSTAENDIGUNGSBEREICH
150500           KAI0AKC-EINGABEBEREICH
150600           KAO0AKC-AUSGABEBEREICH
150700           GSTTAB-EIN-AUSGABEBEREICH
150800     END-CALL
150900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
151000        OR KAO0AKC-KURS           = ZERO
151100     THEN
151200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
151300       SET KURS-FEHLT             TO TRUE
151400       GO TO 2500-GEGENWERT-EXIT
151500     END-IF
151600     COMPUTE H-BETRAG-HW ROUNDED  = H-BETRAG-ABS * KAO0AKC-KURS
151700       ON SIZE ERROR
151800         SET KURS-FEHLT           TO TRUE
151900     END-COMPUTE
152000     .
152100 2500-GEGENWERT-1002.
152200 2500-GEGENWERT-EXIT.
152300     EXIT.
152400/---------------------------------------------------------------*
152500* Detailauskunft des Postens (Gegenkonto, GV-Code, Storno)      *
152600*---------------------------------------------------------------*
152700 2600-DETAIL-LESEN SECTION.
152800 2600-DETAIL-LESEN-1001.
152900     MOVE HIGH-VALUE              TO KAI5OF1-EINGABEBEREICH
153000     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
153100     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
153200                                  TO KAI5OF1-ABSTIMMKREIS-NR
153300     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
153400                                  TO KAI5OF1-HERKUNFT
153500     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
153600                                  TO KAI5OF1-KONTO-ID-ABSTIMM
153700     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
153800                                  TO KAI5OF1-AUSZUGSDATUM
153900     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
154000                                  TO KAI5OF1-AUSZUGSNUMMER
154100     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
154200                                  TO KAI5OF1-AUSZUG-FNR
154300     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
154400                                  TO KAI5OF1-LFD-NR-APO
154500     CALL "AKA5OF" USING
154600          C-01-STD-APO-L-DET-AUSK
154700          C-KONFIG-ID-KA
154800          C-AKAAWV
154900          GSOVER-VERSTAENDIGUNGSBEREICH
155000          KAI5OF1-EINGABEBEREICH
155100          KAO5OF1-AUSGABEBEREICH
155200          DUMMY
155300          KAXIND-INDICES
155400     END-CALL
155500     .
155600 2600-DETAIL-LESEN-1002.
155700 2600-DETAIL-LESEN-EXIT.
155800     EXIT.
155900/---------------------------------------------------------------*
156000* Kennzahl des Leistungsverzeichnisses aus KA02AKZ4 je GV-Code  *
156100* vorschlagen (ohne Eintrag bleibt sie leer)                    *
156200*---------------------------------------------------------------*
156300 2700-KENNZAHL SECTION.
156400 2700-KENNZAHL-1001.
156500     MOVE SPACE                   TO H-KENNZAHL
156600     IF H-GV-CODE                 = ZERO
156700     THEN
156800       GO TO 2700-KENNZAHL-EXIT
156900     END-IF
157000     MOVE H-GV-CODE               TO KAI0AZ4-GV-CODE
157100     CALL "CGSTAB"
157200     USING C-TAB-LESEN-EQUAL
157300           C-KONFIG-ID-KA
157400           C-OBJEKT-TAB-KA02AKZ4
157500           GSOVER-VERSTAENDIGUNGSBEREICH
157600           KAI0AZ4-EINGABEBEREICH
157700           KAO0AZ4-AUSGABEBEREICH
157800           GSTTAB-EIN-AUSGABEBEREICH
157900     END-CALL
158000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
158100     THEN
158200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
158300       GO TO 2700-KENNZAHL-EXIT
158400     END-IF
158500     IF H-RICHTUNG                = C-EINGANG
158600     THEN
158700       MOVE KAO0AZ4-KENNZAHL-EINGANG
158800                                  TO H-KENNZAHL
158900     ELSE
159000       MOVE KAO0AZ4-KENNZAHL-AUSGANG
159100                                  TO H-KENNZAHL
159200     END-IF
159300     .
159400 2700-KENNZAHL-1002.
159500 2700-KENNZAHL-EXIT.
159600     EXIT.
159700/---------------------------------------------------------------*
159800* Vorbelegten Z4-Satz zur Pruefung schreiben                    *
159900*---------------------------------------------------------------*
160000 2800-Z4-SCHREIBEN SECTION.
160100 2800-Z4-SCHREIBEN-1001.
160200     INITIALIZE AWV-Z4-SATZ
160300     MOVE H-MELDEMONAT            TO AWV-Z-MELDEMONAT
160400     MOVE H-RICHTUNG              TO AWV-Z-RICHTUNG
160500     MOVE H-LAND                  TO AWV-Z-LAND
160600     MOVE H-KENNZAHL              TO AWV-Z-KENNZAHL
160700     MOVE H-BETRAG-HW             TO AWV-Z-BETRAG-HW
160800     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
160900                                  TO AWV-Z-WAEHRUNG
161000     MOVE H-BETRAG-ABS            TO AWV-Z-BETRAG
161100     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
161200                                  TO AWV-Z-BUTAG
161300     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
161400                                  TO AWV-Z-VALUTA
161500     MOVE KAO5OF1-APO-GEGEN-KONTO-ID
161600                                  TO AWV-Z-GEGENKONTO-ID
161700     MOVE H-GV-CODE               TO AWV-Z-GV-CODE
161800     MOVE KAO5OF1-APO-VERWENDUNGSZWECK
161900                                  TO AWV-Z-VERWENDUNGSZWECK
162000     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
162100                                  TO AWV-Z-AK-NUMMER
162200     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
162300                                  TO AWV-Z-HERKUNFT
162400     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
162500                                  TO AWV-Z-KONTO-ID
162600     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
162700                                  TO AWV-Z-AUSZUGSDATUM
162800     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
162900                                  TO AWV-Z-AUSZUGSNUMMER
163000     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
163100                                  TO AWV-Z-AUSZUG-FNR
163200     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
163300                                  TO AWV-Z-LFD-NR-APO
163400     IF H-KENNZAHL                = SPACE
163500     THEN
163600       MOVE C-J                   TO AWV-Z-PRUEF-KZ
163700       ADD C-1                    TO H-ANZ-OHNE-KENNZAHL
163800       MOVE C-MELD-OHNE-KENNZAHL  TO H-MELDUNG
163900     ELSE
164000       MOVE C-N                   TO AWV-Z-PRUEF-KZ
164100       MOVE C-MELD-MELDEPFLICHT   TO H-MELDUNG
164200     END-IF
164300     WRITE AWV-Z4-SATZ
164400     ADD C-1                      TO H-ANZ-MELDEPFLICHT
164500     PERFORM 2900-PROTOKOLL       THRU 2900-PROTOKOLL-EXIT
164600     .
164700 2800-Z4-SCHREIBEN-1002.
164800 2800-Z4-SCHREIBEN-EXIT.
164900     EXIT.
165000/---------------------------------------------------------------*
165100* Protokollzeile AWVAUS                                         *
165200*---------------------------------------------------------------*
165300 2900-PROTOKOLL SECTION.
165400 2900-PROTOKOLL-1001.
165500     INITIALIZE AWV-DETAIL
165600     MOVE H-MELDUNG               TO AWV-D-MELDUNG
165700     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
165800                                  TO AWV-D-AK-NUMMER
165900     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
166000                                  TO AWV-D-KONTO-ID
166100     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
166200                                  TO AWV-D-LFD-NR
166300     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
166400                                  TO AWV-D-BUTAG
166500     MOVE H-RICHTUNG              TO AWV-D-RICHTUNG
166600     MOVE H-BETRAG-ABS            TO AWV-D-BETRAG
166700     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
166800                                  TO AWV-D-WAEHRUNG
166900     MOVE H-BETRAG-HW             TO AWV-D-BETRAG-HW
167000     MOVE H-LAND                  TO AWV-D-LAND
167100     MOVE H-GV-CODE               TO AWV-D-GV-CODE
167200     MOVE H-KENNZAHL              TO AWV-D-KENNZAHL
167300     MOVE AWV-DETAIL              TO AWV-DRUCKZEILE
167400     WRITE AWV-DRUCKZEILE
167500     .
167600 2900-PROTOKOLL-1002.
167700 2900-PROTOKOLL-EXIT.
167800     EXIT.
167900/---------------------------------------------------------------*
168000* Programmende: Summenzeile und Dateien schliessen              *
168100*---------------------------------------------------------------*
168200 9999-EXIT SECTION.
168300 9999-EXIT-1001.
168400     INITIALIZE AWV-ENDE
168500     MOVE H-MELDEMONAT            TO AWV-X-MELDEMONAT
168600     MOVE H-ANZ-GELESEN           TO AWV-X-GELESEN
168700     MOVE H-ANZ-MELDEPFLICHT      TO AWV-X-MELDEPFLICHT
168800     MOVE H-ANZ-OHNE-KENNZAHL     TO AWV-X-OHNE-KENNZAHL
168900     MOVE H-ANZ-KLAERUNG          TO AWV-X-KLAERUNG
169000     MOVE H-ANZ-FEHLER            TO AWV-X-FEHLER
169100     MOVE AWV-ENDE                TO AWV-DRUCKZEILE
169200     WRITE AWV-DRUCKZEILE
169300     CLOSE AWVPARM
169400     CLOSE AWVZ4
169500     CLOSE AWVAUS
169600     .
169700 9999-EXIT-1002.
169800 9999-EXIT-EXIT.
169900     EXIT.
