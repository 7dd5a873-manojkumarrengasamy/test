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
000160*@Titel         : Datenschutz - Pseudonymisierung geschlossener Posten
000160*@Elementname   : akadsp.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Pseudonymisierungslauf DSGVO               *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Periodischer Lauf nach Art. 17 DSGVO: personenbezogene    *
001900* Daten geschlossener Posten werden nach Ablauf der         *
002000* fachlichen Aufbewahrungsfrist pseudonymisiert.            *
002100* DSPPARM liefert Laufdatum (ohne Angabe Tagesdatum),       *
002200* Frist in Monaten (ohne Angabe 12) und den Schluessel      *
002300* fuer die Pseudonymbildung.                                *
002400* Gelesen werden alle Schliessungen im Status 8 aus         *
002500* KA_TABLE_SCH, deren Anlage aelter als die Frist ist.      *
002600* Ein aktiver Legal Hold (AKALHD) auf der Schliessung       *
002700* oder der einzelnen Position sperrt die Bearbeitung;       *
002800* Abstimmkreise mit Hochvolumen-Ablage werden nur           *
002900* gemeldet.                                                 *
003000* Je Position (AKA5OF) werden ueber KKA4AP ersetzt:         *
003100* Verwendungszweck, Ergaenzungstext und Bemerkung durch     *
003200* den Vermerk PSEUDONYMISIERT mit Laufdatum; Gegen-,        *
003300* Remote-, Original- und BV-Konto durch ein Pseudonym,      *
003400* das das Laenderkennzeichen der IBAN erhaelt; Gegen-       *
003500* partei NF und Klaerungs-Partei durch ein Pseudonym.       *
003600* Das Pseudonym wird mit dem Schluessel aus dem             *
003700* normierten Wert gebildet und ist damit je Gegenpartei     *
003800* gleich. Notizen (AKABEM) und die Rohtextzeilen des        *
003900* Umsatzes in KA02AKRW (ausser der :61:-Zeile) erhalten     *
004000* den Vermerk. Betraege, Daten und Schluessel bleiben       *
004100* erhalten; bereits pseudonymisierte Posten entfallen.      *
004200* Protokoll DSPAUS.                                         *
004300*@E-ELEMENTBESCHREIBUNG                                     *
004400*                                                           *
004500*@A-MODULAUFRUF                                             *
004600* AKA5OF : Trefferliste und Detailauskunft APO              *
004700* AKALHD : Legal-Hold-Pruefung                              *
004800* KKA4AP : Pseudonymisierung der Abstimmposition            *
004900* AKABEM : Pseudonymisierung der Notizen                    *
005000*@E-MODULAUFRUF                                             *
005100*                                                           *
005200*@A-COBOL-COPY                                              *
005300* Benoetigte COBOL-Copies:                                  *
005400* DCTGRCGE   : RETURNCODE GEWICHTE                          *
005500* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
005600* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
005700* CKA0SCH    : ZEILENSCAN KA03SCH                           *
005800* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
005900* CKAI0ARW   : EINGABEBEREICH KA02AKRW                      *
006000* CKAO0ARW   : AUSGABEBEREICH KA02AKRW                      *
006100* CKAI5OF1   : EINGABEBEREICH AKA5OF (DETAIL)               *
006200* CKAO5OF1   : AUSGABEBEREICH AKA5OF (DETAIL)               *
006300* CKAI5OF2   : EINGABEBEREICH AKA5OF                        *
006400* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
006500* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
006600* DKAXIND    : INDICES AKA5OF                               *
006700* CKAXIND    : INDICES AKA5OF                               *
006800* CKAILHD    : SCHNITTSTELLE AKALHD                         *
006900* CKAI4AP9   : EINGABEBEREICH KKA4AP (PSEUDONYM.)           *
007000* CKAIBEM    : SCHNITTSTELLE AKABEM                         *
007100*@E-COBOL-COPY                                              *
007200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58789                                                *     D01
090052*     Neuanlage - Pseudonymisierung personenbezogener Daten *     D01
090053*     geschlossener Posten nach Ablauf der Frist.           *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58812                                                *     D02
090057*     Siegel der Aufbewahrung: nach dem Ueberschreiben der  *     D02
090058*     Rohtextzeilen wird die Pseudonymisierung im Siegel    *     D02
090059*     des Auszugs vermerkt (AKASIG).                        *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKADSP.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT DSPPARM               ASSIGN TO "DSPPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT DSPAUS                ASSIGN TO "DSPAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  DSPPARM
101700     RECORDING MODE IS F.
101800 01  DSP-PARM-SATZ.
101900     05 DSP-P-LAUFDATUM           PIC 9(008).
102000     05 FILLER                    PIC X(001).
102100     05 DSP-P-FRIST-MONATE        PIC 9(003).
102200     05 FILLER                    PIC X(001).
102300     05 DSP-P-SCHLUESSEL          PIC X(016).
102400 FD  DSPAUS
102500     RECORDING MODE IS F.
102600 01  DSP-DRUCKZEILE               PIC X(160).
102700*---------------------------------------------------------------*
102800* WORKING-STORAGE-Section                                       *
102900*---------------------------------------------------------------*
103000 WORKING-STORAGE SECTION.
103100 01  VERS-INF.
103200     05  FILLER PIC X(13) VALUE "ELEM=akadsp  ".
103300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103400/---------------------------------------------------------------*
103500* Konstanten                                                    *
103600*---------------------------------------------------------------*
103700 01  GS-KONSTANTEN.
103800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103900     20 C-AKADSP                  PIC X(008) VALUE "AKADSP".
104000     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
104100     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
104200     20 C-OBJEKT-TAB-KA02AKRW     PIC X(009) VALUE "KA02AKRW".
104300     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
104400     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104500     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
104600     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
104700                                  VALUE "SCHREIBEN-EQUAL".
104800     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
104900     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
105000                                  VALUE "01-STD-APO-LIST-Z-SCH".
105100     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
105200                                  VALUE "01-STD-APO-L-DET-AUSK".
105300     20 C-01-INT-AEN-APO-PSEUDO   PIC X(040)
105400                                  VALUE "01-INT-AEN-APO-PSEUDO".
105500     20 C-01-INT-PSE-NOTIZEN      PIC X(040)
105600                                  VALUE "01-INT-PSE-NOTIZEN".
105700     20 C-01-INT-LH-PRUEFEN       PIC X(040)
105800                                  VALUE "01-INT-LH-PRUEFEN".
105900     20 C-LH-TYP-SCHLIESSUNG      PIC X(002) VALUE "SL".
106000     20 C-LH-TYP-POSITION         PIC X(002) VALUE "AP".
106100     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
106200     20 C-MAX-HVZ                 PIC 9(003) VALUE 500.
106300     20 C-FRIST-STANDARD          PIC 9(003) VALUE 12.
106400     20 C-TAGE-JE-MONAT           PIC 9(002) VALUE 30.
106500     20 C-STATUS-GESCHLOSSEN      PIC 9(001) VALUE 8.
106600     20 C-MARKE                   PIC X(015)
106700                                  VALUE "PSEUDONYMISIERT".
106800     20 C-PRAEFIX                 PIC X(002) VALUE "PS".
106900     20 C-PRUEFZIFFER             PIC X(002) VALUE "00".
107000     20 C-TAG-61                  PIC X(004) VALUE ":61:".
107100     20 C-TAG-86                  PIC X(004) VALUE ":86:".
107200     20 C-SCHLUESSEL-STANDARD     PIC X(016) VALUE "KA-DSGVO".
107300     20 C-HASH-FAKTOR             PIC 9(002) VALUE 31.
107400     20 C-HASH-MODUL              PIC 9(009) VALUE 999999937.
107500     20 C-KLEIN                   PIC X(026) VALUE
107600                                  "abcdefghijklmnopqrstuvwxyz".
107700     20 C-GROSS                   PIC X(026) VALUE
107800                                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
107900     20 C-J                       PIC X(001) VALUE "J".
108000     20 C-N                       PIC X(001) VALUE "N".
108100     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108200 01  C-MELDUNGEN.
108300     05 C-MELD-PSEUDONYM          PIC X(012) VALUE "PSEUDONYM.  ".
108400     05 C-MELD-LEGAL-HOLD         PIC X(012) VALUE "LEGAL HOLD  ".
108500     05 C-MELD-HOCHVOLUMEN        PIC X(012) VALUE "HOCHVOLUMEN ".
108600     05 C-MELD-FEHLER             PIC X(012) VALUE "FEHLER      ".
108700     05 C-MELD-STD-SCHLUESSEL     PIC X(012) VALUE "STD-SCHLUESS".
108800/---------------------------------------------------------------*
108900* Formatzeilen Protokoll DSPAUS                                 *
109000*---------------------------------------------------------------*
109100 01  DSP-DETAIL.
109200     05 DSP-D-MELDUNG             PIC X(012).
109300     05 FILLER                    PIC X(001) VALUE SPACE.
109400     05 DSP-D-SCHLIESSUNGSNR      PIC 9(012).
109500     05 FILLER                    PIC X(001) VALUE SPACE.
109600     05 DSP-D-AK-NUMMER           PIC 9(005).
109700     05 FILLER                    PIC X(001) VALUE SPACE.
109800     05 DSP-D-KONTO-ID            PIC X(035).
109900     05 FILLER                    PIC X(001) VALUE SPACE.
110000     05 DSP-D-AUSZUGSDATUM        PIC 9(008).
110100     05 FILLER                    PIC X(001) VALUE SPACE.
110200     05 DSP-D-AUSZUGSNUMMER       PIC 9(005).
110300     05 FILLER                    PIC X(001) VALUE SPACE.
110400     05 DSP-D-AUSZUG-FNR          PIC 9(005).
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 DSP-D-LFD-NR-APO          PIC 9(007).
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 DSP-D-NOTIZEN             PIC ZZ9.
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 DSP-D-ROHZEILEN           PIC ZZZZ9.
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 DSP-D-FALL-REFERENZ       PIC X(020).
111300     05 FILLER                    PIC X(032) VALUE SPACE.
111400 01  DSP-ENDE.
111500     05 FILLER                    PIC X(010) VALUE "LAUF:     ".
111600     05 DSP-X-LAUFDATUM           PIC 9(008).
111700     05 FILLER                    PIC X(008) VALUE "  FRIST:".
111800     05 DSP-X-FRIST               PIC ZZ9.
111900     05 FILLER                    PIC X(012) VALUE "  SCHLIESS.:".
112000     05 DSP-X-SCHLIESSUNGEN       PIC Z(006)9.
112100     05 FILLER                    PIC X(012) VALUE "  PSEUDONYM:".
112200     05 DSP-X-PSEUDONYM           PIC Z(006)9.
112300     05 FILLER                    PIC X(012) VALUE "  NOTIZEN:  ".
112400     05 DSP-X-NOTIZEN             PIC Z(006)9.
112500     05 FILLER                    PIC X(012) VALUE "  ROHZEILEN:".
112600     05 DSP-X-ROHZEILEN           PIC Z(006)9.
112700     05 FILLER                    PIC X(012) VALUE "  BEREITS:  ".
112800     05 DSP-X-BEREITS             PIC Z(006)9.
112900     05 FILLER                    PIC X(012) VALUE "  GESPERRT: ".
113000     05 DSP-X-GESPERRT            PIC Z(006)9.
113100     05 FILLER                    PIC X(012) VALUE "  FEHLER:   ".
113200     05 DSP-X-FEHLER              PIC Z(006)9.
113300/---------------------------------------------------------------*
113400* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
113500*---------------------------------------------------------------*
113600  COPY DCTGRCGE.
113700  COPY CGSOVER.
113800  COPY CGSTTAB.
113900  COPY CKA0SCH.
114000  COPY CKA0AKRS.
114100  COPY CKAI0ARW.
114200  COPY CKAO0ARW.
114300  COPY DKAXIND.
114400  COPY CKAXIND.
114500  COPY CKAI5OF1.
114600  COPY CKAO5OF1.
114700  COPY CKAI5OF2.
114800  COPY CKAO5OF2.
114900  COPY CKAT5OF1.
115000  COPY CKAILHD.
115100  COPY CKAI4AP9.
115200  COPY CKAIBEM.
115201  COPY CKAISIG.                                                   D02
115202 01  C-SIEGEL-KONSTANTEN.                                         D02
115203     05 C-01-INT-SIEGEL-PSEUDONYM PIC X(040) VALUE                D02
115204                                  "01-INT-SIEGEL-PSEUDONYM".      D02
115205     05 C-QUELLE-ROHTEXT          PIC X(001) VALUE "W".           D02
115300 01  DUMMY                        PIC X(001).
115400/---------------------------------------------------------------*
115500* Abstimmkreise mit Hochvolumen-Ablage                          *
115600*---------------------------------------------------------------*
115700 01  H-HVZ-TABELLE.
115800     05 H-HVZ-ANZ                 PIC 9(003) COMP-3 VALUE ZERO.
115900     05 H-HVZ-AK-NUMMER           PIC 9(005) OCCURS 500.
116000/---------------------------------------------------------------*
116100* Hilfsvariable                                                 *
116200*---------------------------------------------------------------*
116300 01  H-SATZ-STATUS                PIC X(001).
116400     88 SATZ-GEFUNDEN             VALUE "J".
116500     88 SATZ-N-GEFUNDEN           VALUE "N".
116600 01  H-SEITEN-KZ                  PIC X(001).
116700     88 SEITEN-WEITER             VALUE "J".
116800     88 SEITEN-FERTIG             VALUE "N".
116900 01  H-HVZ-KZ                     PIC X(001).
117000     88 HVZ-JA                    VALUE "J".
117100     88 HVZ-NEIN                  VALUE "N".
117200 01  F-LH-BLOCKIERT-KZ            PIC X(001).
117300     88 F-LH-BLOCKIERT            VALUE "J".
117400     88 F-LH-FREI                 VALUE "N".
117500 01  H-RW-STATUS                  PIC X(001).
117600     88 RW-GEFUNDEN               VALUE "J".
117700     88 RW-N-GEFUNDEN             VALUE "N".
117800 01  H-AUFSETZ-KZ                 PIC X(001).
117900 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
118000 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
118100 01  H-INDEX                      PIC 9(003) COMP-3.
118200 01  H-HVZ-IND                    PIC 9(003) COMP-3.
118300 01  H-IND                        PIC 9(003) COMP-3.
118400 01  H-NORM-LEN                   PIC 9(003) COMP-3.
118500 01  H-LAUFDATUM                  PIC 9(008).
118600 01  H-LAUFDATUM-J                PIC 9(007).
118700 01  H-ALTER-TAGE                 PIC S9(007) COMP-3.
118800 01  H-FRIST-MONATE               PIC 9(003).
118900 01  H-FRIST-TAGE                 PIC 9(005).
119000 01  H-SCHLUESSEL                 PIC X(016).
119100 01  H-VERMERK                    PIC X(060).
119200 01  H-TIMESTAMP-FIELDS.
119300     05  H-DH-TIMESTAMP           PIC X(021).
119400     05  FILLER                   PIC X(005).
119500 01  H-WERT                       PIC X(070).
119600 01  H-WERT-NORM                  PIC X(070).
119700 01  H-ZEICHEN                    PIC X(001).
119800 01  H-HASH                       PIC 9(011) COMP-3.
119900 01  H-TOKEN                      PIC 9(009).
120000 01  H-ERSATZ                     PIC X(035).
120100 01  H-MELDUNG                    PIC X(012).
120200 01  H-FALL-REFERENZ              PIC X(020).
120300 01  H-APO-NOTIZEN                PIC 9(003) COMP-3.
120400 01  H-APO-ROHZEILEN              PIC 9(005) COMP-3.
120500 01  H-ANZ-SCHLIESSUNGEN          PIC 9(007) COMP-3 VALUE ZERO.
120600 01  H-ANZ-PSEUDONYM              PIC 9(007) COMP-3 VALUE ZERO.
120700 01  H-ANZ-NOTIZEN                PIC 9(007) COMP-3 VALUE ZERO.
120800 01  H-ANZ-ROHZEILEN              PIC 9(007) COMP-3 VALUE ZERO.
120900 01  H-ANZ-BEREITS                PIC 9(007) COMP-3 VALUE ZERO.
121000 01  H-ANZ-GESPERRT               PIC 9(007) COMP-3 VALUE ZERO.
121100 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
121200/****************************************************************
121300 PROCEDURE DIVISION.
121400*****************************************************************
121500 0000-MAINLINE SECTION.
121600 0000-MAINLINE-1001.
121700     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
121800     PERFORM 2000-HVZ-LADEN       THRU 2000-HVZ-LADEN-EXIT
121900     PERFORM 3000-VERARBEITUNG    THRU 3000-VERARBEITUNG-EXIT
122000     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
122100     STOP RUN
122200     .
122300 0000-MAINLINE-1002.
122400     EXIT.
122500/---------------------------------------------------------------*
122600* Initialisierung: Parameter lesen, Frist und Vermerk bilden    *
122700*---------------------------------------------------------------*
122800 1000-INITIALISIERUNG SECTION.
122900 1000-INITIALISIERUNG-1001.
123000     OPEN INPUT  DSPPARM
123100     OPEN OUTPUT DSPAUS
123200     READ DSPPARM
123300       AT END
123400         INITIALIZE DSP-PARM-SATZ
123500     END-READ
123600     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
123700     IF DSP-P-LAUFDATUM           NUMERIC
123800        AND DSP-P-LAUFDATUM       > ZERO
123900     THEN
124000       MOVE DSP-P-LAUFDATUM       TO H-LAUFDATUM
124100     ELSE
124200       MOVE H-DH-TIMESTAMP (1:8)  TO H-LAUFDATUM
124300     END-IF
124400     IF DSP-P-FRIST-MONATE        NUMERIC
124500        AND DSP-P-FRIST-MONATE    > ZERO
124600     THEN
124700       MOVE DSP-P-FRIST-MONATE    TO H-FRIST-MONATE
124800     ELSE
124900       MOVE C-FRIST-STANDARD      TO H-FRIST-MONATE
125000     END-IF
125100     MULTIPLY H-FRIST-MONATE BY C-TAGE-JE-MONAT
125200                                  GIVING H-FRIST-TAGE
125300     IF DSP-P-SCHLUESSEL          = SPACE
125400     THEN
125500*      ohne Schluessel bleiben die Pseudonyme zwar stabil, sind
125600*      aber leichter zurueckzurechnen - im Protokoll ausweisen
125700       MOVE C-SCHLUESSEL-STANDARD TO H-SCHLUESSEL
125800       INITIALIZE DSP-DETAIL
125900       MOVE C-MELD-STD-SCHLUESSEL TO DSP-D-MELDUNG
126000       MOVE DSP-DETAIL            TO DSP-DRUCKZEILE
126100       WRITE DSP-DRUCKZEILE
126200     ELSE
126300       MOVE DSP-P-SCHLUESSEL      TO H-SCHLUESSEL
126400     END-IF
126500     MOVE SPACE                   TO H-VERMERK
126600     STRING C-MARKE               DELIMITED BY SIZE
126700            " "                   DELIMITED BY SIZE
126800            H-LAUFDATUM           DELIMITED BY SIZE
126900       INTO H-VERMERK
127000     END-STRING
127100     COMPUTE H-LAUFDATUM-J =
127200             FUNCTION INTEGER-OF-DATE (H-LAUFDATUM)
127300     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
127400     .
127500 1000-INITIALISIERUNG-1002.
127600 1000-INITIALISIERUNG-EXIT.
127700     EXIT.
127800/---------------------------------------------------------------*
127900* Abstimmkreise mit Hochvolumen-Ablage vormerken                *
128000*---------------------------------------------------------------*
128100 2000-HVZ-LADEN SECTION.
128200 2000-HVZ-LADEN-1001.
128300     MOVE C-1                     TO H-LFD-ZEILE
128400     PERFORM 2100-LESEN-AKRS-ZEILE
128500                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
128600     PERFORM UNTIL SATZ-N-GEFUNDEN
128700       IF KA0AKRS-HOCHVOLUMEN-JA
128800          AND H-HVZ-ANZ           < C-MAX-HVZ
128900       THEN
129000         ADD C-1                  TO H-HVZ-ANZ
129100         MOVE KA0AKRS-AK-NUMMER   TO H-HVZ-AK-NUMMER (H-HVZ-ANZ)
129200       END-IF
129300       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
129400       PERFORM 2100-LESEN-AKRS-ZEILE
129500                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
129600     END-PERFORM
129700     .
129800 2000-HVZ-LADEN-1002.
129900 2000-HVZ-LADEN-EXIT.
130000     EXIT.
130100/---------------------------------------------------------------*
130200* Zeile aus KA03AKRS lesen                                      *
130300*---------------------------------------------------------------*
130400 2100-LESEN-AKRS-ZEILE SECTION.
130500 2100-LESEN-AKRS-ZEILE-1001.
130600     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
130700     CALL "CGSTAB" USING
130800          C-TAB-LESEN-ZEILE
130900          C-KONFIG-ID-KA
131000          C-OBJEKT-TAB-KA03AKRS
131100          GSOVER-VERSTAENDIGUNGSBEREICH
131200          KA0AKRS-EINGABEBEREICH
131300          KA0AKRS-AUSGABEBEREICH
131400          DUMMY
131500     END-CALL
131600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
131700     THEN
131800       SET SATZ-GEFUNDEN          TO TRUE
131900       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
132000         ON SIZE ERROR CONTINUE
132100       END-ADD
132200     ELSE
132300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
132400       SET SATZ-N-GEFUNDEN        TO TRUE
132500     END-IF
132600     .
132700 2100-LESEN-AKRS-ZEILE-1002.
132800 2100-LESEN-AKRS-ZEILE-EXIT.
132900     EXIT.
133000/---------------------------------------------------------------*
133100* Verarbeitung: alle geschlossenen Schliessungen durchlaufen    *
133200*---------------------------------------------------------------*
133300 3000-VERARBEITUNG SECTION.
133400 3000-VERARBEITUNG-1001.
133500     MOVE C-1                     TO H-LFD-ZEILE
133600     PERFORM 3100-LESEN-SCH-ZEILE THRU 3100-LESEN-SCH-ZEILE-EXIT
133700     PERFORM UNTIL SATZ-N-GEFUNDEN
133800       IF KA0SCH-SCH-STATUS       = C-STATUS-GESCHLOSSEN
133900       THEN
134000         PERFORM 3200-ALTER-PRUEFEN
134100                                  THRU 3200-ALTER-PRUEFEN-EXIT
134200       END-IF
134300       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
134400       PERFORM 3100-LESEN-SCH-ZEILE
134500                                  THRU 3100-LESEN-SCH-ZEILE-EXIT
134600     END-PERFORM
134700     .
134800 3000-VERARBEITUNG-1002.
134900 3000-VERARBEITUNG-EXIT.
135000     EXIT.
135100/---------------------------------------------------------------*
135200* Zeile aus KA_TABLE_SCH lesen                                  *
135300*---------------------------------------------------------------*
135400 3100-LESEN-SCH-ZEILE SECTION.
135500 3100-LESEN-SCH-ZEILE-1001.
135600     MOVE H-LFD-ZEILE             TO KA0SCH-ZEILENNUMMER
135700     CALL "CGSTAB" USING
135800          C-TAB-LESEN-ZEILE
135900          C-KONFIG-ID-KA
136000          C-OBJEKT-TAB-KA03SCH
136100          GSOVER-VERSTAENDIGUNGSBEREICH
136200          KA0SCH-EINGABEBEREICH
136300          KA0SCH-AUSGABEBEREICH
136400          DUMMY
136500     END-CALL
136600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
136700     THEN
136800       SET SATZ-GEFUNDEN          TO TRUE
136900       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
137000         ON SIZE ERROR CONTINUE
137100       END-ADD
137200     ELSE
137300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
137400       SET SATZ-N-GEFUNDEN        TO TRUE
137500     END-IF
137600     .
137700 3100-LESEN-SCH-ZEILE-1002.
137800 3100-LESEN-SCH-ZEILE-EXIT.
137900     EXIT.
138000/---------------------------------------------------------------*
138100* Alter der Schliessung gegen die Frist pruefen; Hochvolumen    *
138200* und Legal Hold der Schliessung ausweisen                      *
138300*---------------------------------------------------------------*
138400 3200-ALTER-PRUEFEN SECTION.
138500 3200-ALTER-PRUEFEN-1001.
138600     COMPUTE H-ALTER-TAGE =
138700           H-LAUFDATUM-J -
138800           FUNCTION INTEGER-OF-DATE (KA0SCH-SCH-DATUM-ANLAGE)
138900     IF H-ALTER-TAGE              NOT > H-FRIST-TAGE
139000     THEN
139100       GO TO 3200-ALTER-PRUEFEN-EXIT
139200     END-IF
139300     ADD C-1                      TO H-ANZ-SCHLIESSUNGEN
139400     SET HVZ-NEIN                 TO TRUE
139500     PERFORM VARYING H-HVZ-IND FROM 1 BY 1
139600             UNTIL H-HVZ-IND      > H-HVZ-ANZ
139700                OR HVZ-JA
139800       IF H-HVZ-AK-NUMMER (H-HVZ-IND)
139900                                  = KA0SCH-AK-NUMMER
140000       THEN
140100         SET HVZ-JA               TO TRUE
140200       END-IF
140300     END-PERFORM
140400     IF HVZ-JA
140500     THEN
140600       MOVE C-MELD-HOCHVOLUMEN    TO H-MELDUNG
140700       MOVE SPACE                 TO H-FALL-REFERENZ
140800       PERFORM 3260-SCH-PROTOKOLL THRU 3260-SCH-PROTOKOLL-EXIT
140900       GO TO 3200-ALTER-PRUEFEN-EXIT
141000     END-IF
141100     PERFORM 3250-LEGAL-HOLD-SCH  THRU 3250-LEGAL-HOLD-SCH-EXIT
141200     IF F-LH-BLOCKIERT
141300     THEN
141400       ADD C-1                    TO H-ANZ-GESPERRT
141500       MOVE C-MELD-LEGAL-HOLD     TO H-MELDUNG
141600       MOVE KAOLHD-FALL-REFERENZ  TO H-FALL-REFERENZ
141700       PERFORM 3260-SCH-PROTOKOLL THRU 3260-SCH-PROTOKOLL-EXIT
141800       GO TO 3200-ALTER-PRUEFEN-EXIT
141900     END-IF
142000     PERFORM 3300-APOS-VERARBEITEN
142100                                  THRU 3300-APOS-VERARBEITEN-EXIT
142200     .
142300 3200-ALTER-PRUEFEN-1002.
142400 3200-ALTER-PRUEFEN-EXIT.
142500     EXIT.
142600/---------------------------------------------------------------*
142700* Legal Hold der Schliessung bzw. ihres Abstimmkreises pruefen  *
142800* (Dienst AKALHD, Funktion 01-INT-LH-PRUEFEN)                   *
142900*---------------------------------------------------------------*
143000 3250-LEGAL-HOLD-SCH SECTION.
143100 3250-LEGAL-HOLD-SCH-1001.
143200     SET F-LH-FREI                TO TRUE
143300     INITIALIZE KAILHD-EINGABEBEREICH
143400     MOVE C-01-INT-LH-PRUEFEN     TO KAILHD-FUNKTION
143500     MOVE C-LH-TYP-SCHLIESSUNG    TO KAILHD-OBJEKT-TYP
143600     MOVE KA0SCH-AK-NUMMER        TO KAILHD-AK-NUMMER
143700     MOVE KA0SCH-SCHLIESSUNGSNR   TO KAILHD-SCHLIESSUNGSNR
143800     CALL "AKALHD" USING
143900          KAILHD-EINGABEBEREICH
144000          KAOLHD-AUSGABEBEREICH
144100          GSOVER-VERSTAENDIGUNGSBEREICH
144200     END-CALL
144300     IF KAOLHD-SPERREND
144400     THEN
144500       SET F-LH-BLOCKIERT         TO TRUE
144600     END-IF
144700     .
144800 3250-LEGAL-HOLD-SCH-1002.
144900 3250-LEGAL-HOLD-SCH-EXIT.
145000     EXIT.
145100/---------------------------------------------------------------*
145200* Protokollzeile auf Ebene der Schliessung                      *
145300*---------------------------------------------------------------*
145400 3260-SCH-PROTOKOLL SECTION.
145500 3260-SCH-PROTOKOLL-1001.
145600     INITIALIZE DSP-DETAIL
145700     MOVE H-MELDUNG               TO DSP-D-MELDUNG
145800     MOVE KA0SCH-SCHLIESSUNGSNR   TO DSP-D-SCHLIESSUNGSNR
145900     MOVE KA0SCH-AK-NUMMER        TO DSP-D-AK-NUMMER
146000     MOVE H-FALL-REFERENZ         TO DSP-D-FALL-REFERENZ
146100     MOVE DSP-DETAIL              TO DSP-DRUCKZEILE
146200     WRITE DSP-DRUCKZEILE
146300     .
146400 3260-SCH-PROTOKOLL-1002.
146500 3260-SCH-PROTOKOLL-EXIT.
146600     EXIT.
146700/---------------------------------------------------------------*
146800* Positionen der Schliessung seitenweise ueber AKA5OF lesen     *
146900* (Funktion 01-STD-APO-LIST-Z-SCH, wie in AKAARC)               *
147000*---------------------------------------------------------------*
147100 3300-APOS-VERARBEITEN SECTION.
147200 3300-APOS-VERARBEITEN-1001.
147300     SET SEITEN-WEITER            TO TRUE
147400     INITIALIZE KAT5OF1-TRANSIENT-BEREICH
147500     MOVE C-N                     TO H-AUFSETZ-KZ
147600     PERFORM 3310-APO-SEITE       THRU 3310-APO-SEITE-EXIT
147700             UNTIL SEITEN-FERTIG
147800     .
147900 3300-APOS-VERARBEITEN-1002.
148000 3300-APOS-VERARBEITEN-EXIT.
148100     EXIT.
148200/---------------------------------------------------------------*
148300* Eine Trefferseite der Schliessung lesen und abarbeiten        *
148400*---------------------------------------------------------------*
148500 3310-APO-SEITE SECTION.
148600 3310-APO-SEITE-1001.
148700     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
148800     MOVE H-AUFSETZ-KZ      TO KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
148900     MOVE C-ANZ-TREFFER           TO KAI5OF2-ANF-ANZ-TREFFER
149000     MOVE KA0SCH-SCHLIESSUNGSNR   TO KAI5OF2-SCHLIESSUNGSNR
149100     CALL "AKA5OF" USING
149200          C-01-STD-APO-LIST-Z-SCH
149300          C-KONFIG-ID-KA
149400          C-AKADSP
149500          GSOVER-VERSTAENDIGUNGSBEREICH
149600          KAI5OF2-EINGABEBEREICH
149700          KAO5OF2-AUSGABEBEREICH
149800          KAT5OF1-TRANSIENT-BEREICH
149900          KAXIND-INDICES
150000     END-CALL
150100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
150200     THEN
150300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
150400       SET SEITEN-FERTIG          TO TRUE
150500       GO TO 3310-APO-SEITE-EXIT
150600     END-IF
150700     PERFORM 3400-APO-PSEUDONYMISIEREN
150800                          THRU 3400-APO-PSEUDONYMISIEREN-EXIT
150900             VARYING H-INDEX FROM 1 BY 1
151000             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
151100     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
151200     THEN
151300       SET SEITEN-FERTIG          TO TRUE
151400     ELSE
151500       MOVE C-J                   TO H-AUFSETZ-KZ
151600     END-IF
151700     .
151800 3310-APO-SEITE-1002.
151900 3310-APO-SEITE-EXIT.
152000     EXIT.
152100/---------------------------------------------------------------*
152200* Eine Position pseudonymisieren: Legal Hold, Detailauskunft,   *
152300* Ersatzwerte ueber KKA4AP, danach Notizen und Rohtext          *
152400*---------------------------------------------------------------*
152500 3400-APO-PSEUDONYMISIEREN SECTION.
152600 3400-APO-PSEUDONYMISIEREN-1001.
152700     IF KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX) (1:15)
152800                                  = C-MARKE
152900     THEN
153000       ADD C-1                    TO H-ANZ-BEREITS
153100       GO TO 3400-APO-PSEUDONYMISIEREN-EXIT
153200     END-IF
153300     MOVE ZERO                    TO H-APO-NOTIZEN
153400                                     H-APO-ROHZEILEN
153500     MOVE SPACE                   TO H-FALL-REFERENZ
153600     PERFORM 3450-LEGAL-HOLD-APO  THRU 3450-LEGAL-HOLD-APO-EXIT
153700     IF F-LH-BLOCKIERT
153800     THEN
153900       ADD C-1                    TO H-ANZ-GESPERRT
154000       MOVE C-MELD-LEGAL-HOLD     TO H-MELDUNG
154100       MOVE KAOLHD-FALL-REFERENZ  TO H-FALL-REFERENZ
154200       PERFORM 3990-APO-PROTOKOLL THRU 3990-APO-PROTOKOLL-EXIT
154300       GO TO 3400-APO-PSEUDONYMISIEREN-EXIT
154400     END-IF
154500     PERFORM 3500-DETAIL-LESEN    THRU 3500-DETAIL-LESEN-EXIT
154600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
154700     THEN
154800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
154900       ADD C-1                    TO H-ANZ-FEHLER
155000       MOVE C-MELD-FEHLER         TO H-MELDUNG
155100       PERFORM 3990-APO-PROTOKOLL THRU 3990-APO-PROTOKOLL-EXIT
155200       GO TO 3400-APO-PSEUDONYMISIEREN-EXIT
155300     END-IF
155400     PERFORM 3600-ERSATZWERTE     THRU 3600-ERSATZWERTE-EXIT
155500     CALL "CGSAUF"
155600     USING C-AUF-AUFRUF-AL
155700           C-KONFIG-ID-KA
155800           C-OBJEKT-AUF-KKA4AP
155900           GSOVER-VERSTAENDIGUNGSBEREICH
156000           KAI4AP9-EINGABEBEREICH
156100           DUMMY
156200           DUMMY
156300           KAXIND-INDICES
156400     END-CALL
156500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
156600     THEN
156700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
156800       ADD C-1                    TO H-ANZ-FEHLER
156900       MOVE C-MELD-FEHLER         TO H-MELDUNG
157000       PERFORM 3990-APO-PROTOKOLL THRU 3990-APO-PROTOKOLL-EXIT
157100       GO TO 3400-APO-PSEUDONYMISIEREN-EXIT
157200     END-IF
157300     PERFORM 3800-NOTIZEN         THRU 3800-NOTIZEN-EXIT
157400     PERFORM 3900-ROHTEXT         THRU 3900-ROHTEXT-EXIT
157500     ADD C-1                      TO H-ANZ-PSEUDONYM
157600     MOVE C-MELD-PSEUDONYM        TO H-MELDUNG
157700     PERFORM 3990-APO-PROTOKOLL   THRU 3990-APO-PROTOKOLL-EXIT
157800     .
157900 3400-APO-PSEUDONYMISIEREN-1002.
158000 3400-APO-PSEUDONYMISIEREN-EXIT.
158100     EXIT.
158200/---------------------------------------------------------------*
158300* Legal Hold der einzelnen Position pruefen                     *
158400*---------------------------------------------------------------*
158500 3450-LEGAL-HOLD-APO SECTION.
158600 3450-LEGAL-HOLD-APO-1001.
158700     SET F-LH-FREI                TO TRUE
158800     INITIALIZE KAILHD-EINGABEBEREICH
158900     MOVE C-01-INT-LH-PRUEFEN     TO KAILHD-FUNKTION
159000     MOVE C-LH-TYP-POSITION       TO KAILHD-OBJEKT-TYP
159100     MOVE KA0SCH-AK-NUMMER        TO KAILHD-AK-NUMMER
159200     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
159300                                  TO KAILHD-HERKUNFT
159400     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
159500                                  TO KAILHD-KONTO-ID
159600     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
159700                                  TO KAILHD-AUSZUGSDATUM
159800     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
159900                                  TO KAILHD-AUSZUGSNUMMER
160000     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
160100                                  TO KAILHD-AUSZUG-FNR
160200     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
160300                                  TO KAILHD-LFD-NR-APO
160400     CALL "AKALHD" USING
160500          KAILHD-EINGABEBEREICH
160600          KAOLHD-AUSGABEBEREICH
160700          GSOVER-VERSTAENDIGUNGSBEREICH
160800     END-CALL
160900     IF KAOLHD-SPERREND
161000     THEN
161100       SET F-LH-BLOCKIERT         TO TRUE
161200     END-IF
161300     .
161400 3450-LEGAL-HOLD-APO-1002.
161500 3450-LEGAL-HOLD-APO-EXIT.
161600     EXIT.
161700/---------------------------------------------------------------*
161800* Detailauskunft der Position (Konten, Texte, Gegenpartei)      *
161900*---------------------------------------------------------------*
162000 3500-DETAIL-LESEN SECTION.
162100 3500-DETAIL-LESEN-1001.
162200     MOVE HIGH-VALUE              TO KAI5OF1-EINGABEBEREICH
162300     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
162400     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
162500                                  TO KAI5OF1-ABSTIMMKREIS-NR
162600     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
162700                                  TO KAI5OF1-HERKUNFT
162800     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
162900                                  TO KAI5OF1-KONTO-ID-ABSTIMM
163000     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
163100                                  TO KAI5OF1-AUSZUGSDATUM
163200     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
163300                                  TO KAI5OF1-AUSZUGSNUMMER
163400     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
163500                                  TO KAI5OF1-AUSZUG-FNR
163600     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
163700                                  TO KAI5OF1-LFD-NR-APO
163800     CALL "AKA5OF" USING
163900          C-01-STD-APO-L-DET-AUSK
164000          C-KONFIG-ID-KA
164100          C-AKADSP
164200          GSOVER-VERSTAENDIGUNGSBEREICH
164300          KAI5OF1-EINGABEBEREICH
164400          KAO5OF1-AUSGABEBEREICH
164500          DUMMY
164600          KAXIND-INDICES
164700     END-CALL
164800     .
164900 3500-DETAIL-LESEN-1002.
165000 3500-DETAIL-LESEN-EXIT.
165100     EXIT.
165200/---------------------------------------------------------------*
165300* Ersatzwerte fuer KKA4AP bilden: Texte erhalten den Vermerk,   *
165400* Konten und Parteien ein Pseudonym                             *
165500*---------------------------------------------------------------*
165600 3600-ERSATZWERTE SECTION.
165700 3600-ERSATZWERTE-1001.
165800     INITIALIZE KAI4AP9-EINGABEBEREICH
165900     MOVE C-01-INT-AEN-APO-PSEUDO TO KAI4AP9-FUNKTION
166000     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
166100                                  TO KAI4AP9-ABSTIMMKREIS-NR
166200     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
166300                                  TO KAI4AP9-HERKUNFT
166400     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
166500                                  TO KAI4AP9-KONTO-ID-ABSTIMM
166600     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
166700                                  TO KAI4AP9-AUSZUGSDATUM
166800     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
166900                                  TO KAI4AP9-AUSZUGSNUMMER
167000     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
167100                                  TO KAI4AP9-AUSZUG-FNR
167200     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
167300                                  TO KAI4AP9-LFD-NR-APO
167400*    der Vermerk im Verwendungszweck kennzeichnet den Posten
167500*    als bearbeitet
167600     MOVE H-VERMERK               TO KAI4AP9-VERWENDUNGSZWECK
167700     IF KAO5OF1-APO-ERG-TEXT      NOT = SPACE
167800     THEN
167900       MOVE H-VERMERK             TO KAI4AP9-ERG-TEXT
168000     END-IF
168100     IF KAO5OF1-APO-BEMERKUNG     NOT = SPACE
168200     THEN
168300       MOVE H-VERMERK             TO KAI4AP9-BEMERKUNG
168400     END-IF
168500     MOVE KAO5OF1-APO-GEGEN-KONTO-ID
168600                                  TO H-WERT
168700     PERFORM 7000-KONTO-ERSATZ    THRU 7000-KONTO-ERSATZ-EXIT
168800     MOVE H-ERSATZ                TO KAI4AP9-GEGEN-KONTO-ID
168900     MOVE KAO5OF1-APO-REMOTE-KONTO-ID
169000                                  TO H-WERT
169100     PERFORM 7000-KONTO-ERSATZ    THRU 7000-KONTO-ERSATZ-EXIT
169200     MOVE H-ERSATZ                TO KAI4AP9-REMOTE-KONTO-ID
169300     MOVE KAO5OF1-APO-KONTO-ID-ORIG
169400                                  TO H-WERT
169500     PERFORM 7000-KONTO-ERSATZ    THRU 7000-KONTO-ERSATZ-EXIT
169600     MOVE H-ERSATZ                TO KAI4AP9-KONTO-ID-ORIG
169700     MOVE KAO5OF2-APO-BV-KONTO (H-INDEX)
169800                                  TO H-WERT
169900     PERFORM 7000-KONTO-ERSATZ    THRU 7000-KONTO-ERSATZ-EXIT
170000     MOVE H-ERSATZ                TO KAI4AP9-BV-KONTO
170100     MOVE KAO5OF1-APO-NF-GEGENPARTEI
170200                                  TO H-WERT
170300     PERFORM 7100-NAME-ERSATZ     THRU 7100-NAME-ERSATZ-EXIT
170400     MOVE H-ERSATZ                TO KAI4AP9-NF-GEGENPARTEI
170500     MOVE KAO5OF2-APO-KLAERUNGS-PARTEI (H-INDEX)
170600                                  TO H-WERT
170700     PERFORM 7100-NAME-ERSATZ     THRU 7100-NAME-ERSATZ-EXIT
170800     MOVE H-ERSATZ                TO KAI4AP9-KLAERUNGS-PARTEI
170900     MOVE H-DH-TIMESTAMP          TO KAI4AP9-TIMESTAMP
171000     MOVE C-AKADSP                TO KAI4AP9-USER
171100     .
171200 3600-ERSATZWERTE-1002.
171300 3600-ERSATZWERTE-EXIT.
171400     EXIT.
171500/---------------------------------------------------------------*
171600* Notiztexte der Position ueber AKABEM mit dem Vermerk          *
171700* ueberschreiben                                                *
171800*---------------------------------------------------------------*
171900 3800-NOTIZEN SECTION.
172000 3800-NOTIZEN-1001.
172100     MOVE SPACE                   TO KAIBEM-EINGABEBEREICH
172200     MOVE C-01-INT-PSE-NOTIZEN    TO KAIBEM-FUNKTION
172300     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
172400                                  TO KAIBEM-AK-NUMMER
172500     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
172600                                  TO KAIBEM-HERKUNFT
172700     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
172800                                  TO KAIBEM-KONTO-ID
172900     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
173000                                  TO KAIBEM-AUSZUGSDATUM
173100     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
173200                                  TO KAIBEM-AUSZUGSNUMMER
173300     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
173400                                  TO KAIBEM-AUSZUG-FNR
173500     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
173600                                  TO KAIBEM-LFD-NR-APO
173700     MOVE C-AKADSP                TO KAIBEM-USER
173800     MOVE H-VERMERK               TO KAIBEM-TEXT
173900     MOVE ZERO                    TO KAIBEM-NEU-AK-NUMMER
174000     CALL "AKABEM"
174100     USING KAIBEM-EINGABEBEREICH
174200           KAOBEM-AUSGABEBEREICH
174300           GSOVER-VERSTAENDIGUNGSBEREICH
174400     END-CALL
174500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
174600     THEN
174700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
174800       ADD C-1                    TO H-ANZ-FEHLER
174900     END-IF
175000     MOVE KAOBEM-ANZ-NOTIZEN      TO H-APO-NOTIZEN
175100     ADD KAOBEM-ANZ-NOTIZEN       TO H-ANZ-NOTIZEN
175200     .
175300 3800-NOTIZEN-1002.
175400 3800-NOTIZEN-EXIT.
175500     EXIT.
175600/---------------------------------------------------------------*
175700* Rohtextzeilen des Umsatzes in KA02AKRW mit dem Vermerk        *
175800* ueberschreiben; die :61:-Zeile (Betrag, Daten, Referenzen)    *
175900* bleibt stehen, Folgezeilen des :86: werden geleert            *
176000*---------------------------------------------------------------*
176100 3900-ROHTEXT SECTION.
176200 3900-ROHTEXT-1001.
176300     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
176400                                  TO KAI0ARW-KONTO-ID
176500     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
176600                                  TO KAI0ARW-AUSZUGSDATUM
176700     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
176800                                  TO KAI0ARW-AUSZUGSNUMMER
176900     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
177000                                  TO KAI0ARW-AUSZUG-FNR
177100     MOVE C-1                     TO KAI0ARW-ZEILEN-LFD
177200     PERFORM 3910-ROHZEILE-LESEN  THRU 3910-ROHZEILE-LESEN-EXIT
177300     PERFORM UNTIL RW-N-GEFUNDEN
177400       IF KAO0ARW-UMSATZ-LFD
177500                           = KAO5OF2-APO-LFD-NR-APO (H-INDEX)
177600          AND KAO0ARW-ROH-ZEILE (1:4)
177700                                  NOT = C-TAG-61
177800       THEN
177900         PERFORM 3920-ROHZEILE-SCHREIBEN
178000                              THRU 3920-ROHZEILE-SCHREIBEN-EXIT
178100       END-IF
178200       ADD C-1                    TO KAI0ARW-ZEILEN-LFD
178300         ON SIZE ERROR
178400           SET RW-N-GEFUNDEN      TO TRUE
178500         NOT ON SIZE ERROR
178600           PERFORM 3910-ROHZEILE-LESEN
178700                                  THRU 3910-ROHZEILE-LESEN-EXIT
178800       END-ADD
178900     END-PERFORM
178901     IF H-APO-ROHZEILEN           NOT = ZERO                      D02
178902     THEN                                                         D02
178903       PERFORM 3930-SIEGEL-VERMERKEN                              D02
178904                                THRU 3930-SIEGEL-VERMERKEN-EXIT   D02
178905     END-IF                                                       D02
179000     .
179100 3900-ROHTEXT-1002.
179200 3900-ROHTEXT-EXIT.
179300     EXIT.
179400/---------------------------------------------------------------*
179500* Eine Rohtextzeile lesen                                       *
179600*---------------------------------------------------------------*
179700 3910-ROHZEILE-LESEN SECTION.
179800 3910-ROHZEILE-LESEN-1001.
179900     CALL "CGSTAB"
180000     USING C-TAB-LESEN-EQUAL
180100           C-KONFIG-ID-KA
180200           C-OBJEKT-TAB-KA02AKRW
180300           GSOVER-VERSTAENDIGUNGSBEREICH
180400           KAI0ARW-EINGABEBEREICH
180500           KAO0ARW-AUSGABEBEREICH
180600           GSTTAB-EIN-AUSGABEBEREICH
180700     END-CALL
180800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
180900     THEN
181000       SET RW-GEFUNDEN            TO TRUE
181100     ELSE
181200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
181300       SET RW-N-GEFUNDEN          TO TRUE
181400     END-IF
181500     .
181600 3910-ROHZEILE-LESEN-1002.
181700 3910-ROHZEILE-LESEN-EXIT.
181800     EXIT.
181900/---------------------------------------------------------------*
182000* Eine Rohtextzeile mit dem Vermerk zurueckschreiben            *
182100*---------------------------------------------------------------*
182200 3920-ROHZEILE-SCHREIBEN SECTION.
182300 3920-ROHZEILE-SCHREIBEN-1001.
182400     IF KAO0ARW-ROH-ZEILE (1:4)   = C-TAG-86
182500     THEN
182600       MOVE SPACE                 TO KAO0ARW-ROH-ZEILE
182700       STRING C-TAG-86            DELIMITED BY SIZE
182800              H-VERMERK           DELIMITED BY SIZE
182900         INTO KAO0ARW-ROH-ZEILE
183000       END-STRING
183100     ELSE
183200       MOVE SPACE                 TO KAO0ARW-ROH-ZEILE
183300     END-IF
183400     CALL "CGSTAB"
183500     USING C-TAB-SCHREIBEN-EQUAL
183600           C-KONFIG-ID-KA
183700           C-OBJEKT-TAB-KA02AKRW
183800           GSOVER-VERSTAENDIGUNGSBEREICH
183900           KAI0ARW-EINGABEBEREICH
184000           KAO0ARW-AUSGABEBEREICH
184100           GSTTAB-EIN-AUSGABEBEREICH
184200     END-CALL
184300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
184400     THEN
184500       ADD C-1                    TO H-APO-ROHZEILEN
184600       ADD C-1                    TO H-ANZ-ROHZEILEN
184700     ELSE
184800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
184900       ADD C-1                    TO H-ANZ-FEHLER
185000     END-IF
185100     .
185200 3920-ROHZEILE-SCHREIBEN-1002.
185300 3920-ROHZEILE-SCHREIBEN-EXIT.
185400     EXIT.
185401/---------------------------------------------------------------* D02
185402* Pseudonymisierung im Siegel des Rohtexts vermerken; die       * D02
185403* Siegelpruefung vergleicht fuer diesen Auszug nur noch die     * D02
185404* Anzahl der Zeilen                                             * D02
185405*---------------------------------------------------------------* D02
185406 3930-SIEGEL-VERMERKEN SECTION.                                   D02
185407 3930-SIEGEL-VERMERKEN-1001.                                      D02
185408     INITIALIZE KAISIG-EINGABEBEREICH                             D02
185409     MOVE C-01-INT-SIEGEL-PSEUDONYM                               D02
18540A                                  TO KAISIG-FUNKTION              D02
18540B     MOVE C-AKADSP                TO KAISIG-PROGRAMM              D02
18540C     MOVE C-QUELLE-ROHTEXT        TO KAISIG-QUELLE                D02
18540D     MOVE ZERO                    TO KAISIG-LAUFDATUM             D02
18540E     MOVE KAI0ARW-KONTO-ID        TO KAISIG-KONTO-ID              D02
18540F     MOVE KAI0ARW-AUSZUGSDATUM    TO KAISIG-AUSZUGSDATUM          D02
18540G     MOVE KAI0ARW-AUSZUGSNUMMER   TO KAISIG-AUSZUGSNUMMER         D02
18540H     MOVE KAI0ARW-AUSZUG-FNR      TO KAISIG-AUSZUG-FNR            D02
18540I     CALL "AKASIG"                                                D02
18540J     USING KAISIG-EINGABEBEREICH                                  D02
18540K           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
18540L     END-CALL                                                     D02
18540M     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
18540N     .                                                            D02
18540O 3930-SIEGEL-VERMERKEN-1002.                                      D02
18540P 3930-SIEGEL-VERMERKEN-EXIT.                                      D02
18540Q     EXIT.                                                        D02
185500/---------------------------------------------------------------*
185600* Protokollzeile auf Ebene der Position                         *
185700*---------------------------------------------------------------*
185800 3990-APO-PROTOKOLL SECTION.
185900 3990-APO-PROTOKOLL-1001.
186000     INITIALIZE DSP-DETAIL
186100     MOVE H-MELDUNG               TO DSP-D-MELDUNG
186200     MOVE KA0SCH-SCHLIESSUNGSNR   TO DSP-D-SCHLIESSUNGSNR
186300     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
186400                                  TO DSP-D-AK-NUMMER
186500     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
186600                                  TO DSP-D-KONTO-ID
186700     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
186800                                  TO DSP-D-AUSZUGSDATUM
186900     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
187000                                  TO DSP-D-AUSZUGSNUMMER
187100     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
187200                                  TO DSP-D-AUSZUG-FNR
187300     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
187400                                  TO DSP-D-LFD-NR-APO
187500     MOVE H-APO-NOTIZEN           TO DSP-D-NOTIZEN
187600     MOVE H-APO-ROHZEILEN         TO DSP-D-ROHZEILEN
187700     MOVE H-FALL-REFERENZ         TO DSP-D-FALL-REFERENZ
187800     MOVE DSP-DETAIL              TO DSP-DRUCKZEILE
187900     WRITE DSP-DRUCKZEILE
188000     .
188100 3990-APO-PROTOKOLL-1002.
188200 3990-APO-PROTOKOLL-EXIT.
188300     EXIT.
188400/---------------------------------------------------------------*
188500* Pseudonym fuer ein Konto: Laenderkennzeichen der IBAN bleibt  *
188600* fuer Statistik und Meldewesen erhalten                        *
188700*---------------------------------------------------------------*
188800 7000-KONTO-ERSATZ SECTION.
188900 7000-KONTO-ERSATZ-1001.
189000     MOVE SPACE                   TO H-ERSATZ
189100     IF H-WERT                    = SPACE
189200     THEN
189300       GO TO 7000-KONTO-ERSATZ-EXIT
189400     END-IF
189500     PERFORM 7200-TOKEN-BILDEN    THRU 7200-TOKEN-BILDEN-EXIT
189600     IF H-WERT (1:2)              ALPHABETIC-UPPER
189700        AND H-WERT (1:2)          NOT = SPACE
189800        AND H-WERT (3:2)          NUMERIC
189900     THEN
190000       STRING H-WERT (1:2)        DELIMITED BY SIZE
190100              C-PRUEFZIFFER       DELIMITED BY SIZE
190200              C-PRAEFIX           DELIMITED BY SIZE
190300              H-TOKEN             DELIMITED BY SIZE
190400         INTO H-ERSATZ
190500       END-STRING
190600     ELSE
190700       STRING C-PRAEFIX           DELIMITED BY SIZE
190800              H-TOKEN             DELIMITED BY SIZE
190900         INTO H-ERSATZ
191000       END-STRING
191100     END-IF
191200     .
191300 7000-KONTO-ERSATZ-1002.
191400 7000-KONTO-ERSATZ-EXIT.
191500     EXIT.
191600/---------------------------------------------------------------*
191700* Pseudonym fuer einen Namen bzw. eine Partei                   *
191800*---------------------------------------------------------------*
191900 7100-NAME-ERSATZ SECTION.
192000 7100-NAME-ERSATZ-1001.
192100     MOVE SPACE                   TO H-ERSATZ
192200     IF H-WERT                    = SPACE
192300     THEN
192400       GO TO 7100-NAME-ERSATZ-EXIT
192500     END-IF
192600     PERFORM 7200-TOKEN-BILDEN    THRU 7200-TOKEN-BILDEN-EXIT
192700     STRING C-PRAEFIX             DELIMITED BY SIZE
192800            H-TOKEN               DELIMITED BY SIZE
192900       INTO H-ERSATZ
193000     END-STRING
193100     .
193200 7100-NAME-ERSATZ-1002.
193300 7100-NAME-ERSATZ-EXIT.
193400     EXIT.
193500/---------------------------------------------------------------*
193600* Pseudonym bilden: Wert normieren (Grossbuchstaben, nur        *
193700* Buchstaben und Ziffern, wie AKASAC) und mit vorangestelltem   *
193800* Schluessel zu einer neunstelligen Pruefsumme verdichten       *
193900*---------------------------------------------------------------*
194000 7200-TOKEN-BILDEN SECTION.
194100 7200-TOKEN-BILDEN-1001.
194200     INSPECT H-WERT               CONVERTING C-KLEIN TO C-GROSS
194300     MOVE SPACE                   TO H-WERT-NORM
194400     MOVE ZERO                    TO H-NORM-LEN
194500     PERFORM VARYING H-IND FROM 1 BY 1
194600             UNTIL H-IND          > 70
194700       MOVE H-WERT (H-IND:1)      TO H-ZEICHEN
194800       IF (H-ZEICHEN              ALPHABETIC-UPPER
194900           AND H-ZEICHEN          NOT = SPACE)
195000          OR H-ZEICHEN            NUMERIC
195100       THEN
195200         ADD C-1                  TO H-NORM-LEN
195300         MOVE H-ZEICHEN           TO H-WERT-NORM (H-NORM-LEN:1)
195400       END-IF
195500     END-PERFORM
195600     MOVE ZERO                    TO H-HASH
195700     PERFORM VARYING H-IND FROM 1 BY 1
195800             UNTIL H-IND          > 16
195900       COMPUTE H-HASH = FUNCTION MOD (H-HASH * C-HASH-FAKTOR
196000               + FUNCTION ORD (H-SCHLUESSEL (H-IND:1)),
196100                 C-HASH-MODUL)
196200     END-PERFORM
196300     PERFORM VARYING H-IND FROM 1 BY 1
196400             UNTIL H-IND          > H-NORM-LEN
196500       COMPUTE H-HASH = FUNCTION MOD (H-HASH * C-HASH-FAKTOR
196600               + FUNCTION ORD (H-WERT-NORM (H-IND:1)),
196700                 C-HASH-MODUL)
196800     END-PERFORM
196900     MOVE H-HASH                  TO H-TOKEN
197000     .
197100 7200-TOKEN-BILDEN-1002.
197200 7200-TOKEN-BILDEN-EXIT.
197300     EXIT.
197400/---------------------------------------------------------------*
197500* Programmende: Summenzeile und Dateien schliessen              *
197600*---------------------------------------------------------------*
197700 9999-EXIT SECTION.
197800 9999-EXIT-1001.
197900     INITIALIZE DSP-ENDE
198000     MOVE H-LAUFDATUM             TO DSP-X-LAUFDATUM
198100     MOVE H-FRIST-MONATE          TO DSP-X-FRIST
198200     MOVE H-ANZ-SCHLIESSUNGEN     TO DSP-X-SCHLIESSUNGEN
198300     MOVE H-ANZ-PSEUDONYM         TO DSP-X-PSEUDONYM
198400     MOVE H-ANZ-NOTIZEN           TO DSP-X-NOTIZEN
198500     MOVE H-ANZ-ROHZEILEN         TO DSP-X-ROHZEILEN
198600     MOVE H-ANZ-BEREITS           TO DSP-X-BEREITS
198700     MOVE H-ANZ-GESPERRT          TO DSP-X-GESPERRT
198800     MOVE H-ANZ-FEHLER            TO DSP-X-FEHLER
198900     MOVE DSP-ENDE                TO DSP-DRUCKZEILE
199000     WRITE DSP-DRUCKZEILE
199100     CLOSE DSPPARM
199200     CLOSE DSPAUS
199300     .
199400 9999-EXIT-1002.
199500 9999-EXIT-EXIT.
199600     EXIT.
