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
000160*@Titel         : Konverter Depotauszuege MT535/MT536 fuer AKAEIN
000160*@Elementname   : akawpk.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Konverter MT535/MT536                      *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Vorverarbeitung der Depotauszuege der Verwahrstellen      *
001900* fuer die Abstimmkreise der WP-Stuecke (analog AKAKON      *
002000* fuer MT940). Die Datei WPKIN enthaelt SWIFT-Nachrichten   *
002100* MT535 (Bestandsaufstellung) und MT536 (Transaktions-      *
002200* aufstellung) im ISO-15022-Format; der Typ wird aus dem    *
002300* Kopfblock {2:} bzw. aus :69A: (MT536) abgeleitet.         *
002400* Aus der Sequenz GENL kommen Depotkonto (:97A::SAFE//),    *
002500* Auszugsnummer (:13A::STAT//, sonst 535/536), Seite        *
002600* (:28E:) und Auszugsdatum (:98A:/:98C::STAT// bzw. das     *
002700* Bis-Datum aus :69A::STAT//).                              *
002800* Je Sequenz FIN (MT535) bzw. TRAN (MT536) wird ein Posten  *
002900* mit ISIN (:35B:ISIN), Nennwert (FAMT) bzw. Stueckzahl     *
003000* (UNIT) aus :93B::AGGR// bzw. :36B::PSTA//, Kurswert       *
003100* (:19A:) und Abwicklungsstatus an AKAEIN                   *
003200* 01-INT-VERARB-TRANS uebergeben. MT535: AGGR = abge-       *
003300* wickelt, nur PEND/PENR = offen. MT536: mit :98A::ESET//   *
003400* abgewickelt, sonst offen; Lieferungen (:22H::REDE//DELI)  *
003500* werden mit negativem Nennwert gefuehrt.                   *
003600* Jeder Posten wird in RPLSTORE aufbewahrt; Vorlauf-        *
003700* pruefung und Laufregister ueber AKARUN, Wiederanlauf      *
003800* ueber AKWPKCKP wie bei AKAKON.                            *
003900*@E-ELEMENTBESCHREIBUNG                                     *
004000*                                                           *
004100*@A-COBOL-COPY                                              *
004200* Benoetigte COBOL-Copies:                                  *
004300* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004400* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004500* CKAIRUN    : EINGABEBEREICH AKARUN                        *
004600* CKARPLS    : SATZ RPLSTORE                                *
004700* CKAIEIN1   : EINGABEBEREICH AKAEIN                        *
004800* CKAIEIN2   : EINGABEBEREICH AKAEIN                        *
004900* CKAOEIN1   : AUSGABEBEREICH AKAEIN                        *
005000* CKAOEIN2   : AUSGABEBEREICH AKAEIN                        *
005100* CKATEIN1   : TRANSIENTER BEREICH AKAEIN                   *
005200*@E-COBOL-COPY                                              *
005300*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58777                                                *     D01
090052*     Neuanlage - Konverter fuer Depotauszuege MT535/       *     D01
090053*     MT536 der WP-Abstimmkreise.                           *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58812                                                *     D02
090057*     Jeder in RPLSTORE aufbewahrte Satz wird ueber AKASIG  *     D02
090058*     in das Siegel seiner Lieferung (KA02AKSE)             *     D02
090059*     aufgenommen; offene Siegel am Programmende.           *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAWPK.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT WPKIN                 ASSIGN TO "WPKIN"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT WPKPROT               ASSIGN TO "WPKPROT"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT AKWPKCKP              ASSIGN TO "AKWPKCKP"
101500                                  ORGANIZATION IS LINE SEQUENTIAL
101600                                  FILE STATUS IS H-CKP-STATUS.
101700     SELECT RPLSTORE              ASSIGN TO "RPLSTORE"
101800                                  ORGANIZATION IS LINE SEQUENTIAL.
101900 DATA DIVISION.
102000 FILE SECTION.
102100 FD  WPKIN
102200     RECORDING MODE IS F.
102300 01  WPK-SATZ                     PIC X(120).
102400 FD  WPKPROT
102500     RECORDING MODE IS F.
102600 01  WPK-DRUCKZEILE               PIC X(132).
102700 FD  AKWPKCKP
102800     RECORDING MODE IS F.
102900 01  CKP-SATZ.
103000     05 CKP-C-SATZNUMMER          PIC 9(009).
103100     05 CKP-C-KENNZEICHEN         PIC X(001).
103200         88 CKP-LAUFEND           VALUE "L".
103300         88 CKP-FERTIG            VALUE "F".
103400 FD  RPLSTORE
103500     RECORDING MODE IS F.
103600     COPY CKARPLS.
103700 WORKING-STORAGE SECTION.
103800 01  VERS-INF.
103900     05  FILLER PIC X(13) VALUE "ELEM=akawpk  ".
104000     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104100/---------------------------------------------------------------*
104200* Konstanten                                                    *
104300*---------------------------------------------------------------*
104400 01  GS-KONSTANTEN.
104500     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104600     20 C-AKAEIN                  PIC X(008) VALUE "AKAEIN".
104700     20 C-01-INT-VERARB-TRANS     PIC X(040) VALUE
104800                                  "01-INT-VERARB-TRANS".
104900     20 C-01-INT-UEBERNAHME-ENDE  PIC X(040) VALUE
105000                                  "01-INT-UEBERNAHME-ENDE".
105100     20 C-SATZART-UMSATZ          PIC X(001) VALUE "1".
105200     20 C-J                       PIC X(001) VALUE "J".
105300     20 C-MIT-PRUEFUNG            PIC X(002) VALUE "MP".
105400     20 C-P                       PIC X(001) VALUE "P".
105500     20 C-AUSZUGSNR-MT535         PIC 9(005) VALUE 535.
105600     20 C-AUSZUGSNR-MT536         PIC 9(005) VALUE 536.
105700     20 C-ABW-OFFEN               PIC X(001) VALUE "0".
105800     20 C-ABW-ABGEWICKELT         PIC X(001) VALUE "1".
105900     20 C-MENGE-NENNWERT          PIC X(004) VALUE "FAMT".
106000     20 C-REDE-LIEFERUNG          PIC X(004) VALUE "DELI".
106100     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106200  COPY DCTGRCGE.
106300  COPY CGSOVER.
106400  COPY CKAIRUN.
106500 01  C-LAUFREGISTER-KONSTANTEN.
106600     05 C-01-INT-LAUF-START       PIC X(040) VALUE
106700                                  "01-INT-LAUF-START".
106800     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
106900                                  "01-INT-LAUF-ENDE".
107000     05 C-01-INT-VORLAUF-PRUEFEN  PIC X(040) VALUE
107100                                  "01-INT-VORLAUF-PRUEFEN".
107200     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAWPK".
107201  COPY CKAISIG.                                                   D02
107202 01  C-SIEGEL-KONSTANTEN.                                         D02
107203     05 C-01-INT-SIEGEL-SATZ      PIC X(040) VALUE                D02
107204                                  "01-INT-SIEGEL-SATZ".           D02
107205     05 C-01-INT-SIEGEL-ENDE      PIC X(040) VALUE                D02
107206                                  "01-INT-SIEGEL-ENDE".           D02
107207     05 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".           D02
107208     05 C-LAENGE-RPL              PIC 9(004) VALUE 800.           D02
107300/---------------------------------------------------------------*
107400* Schnittstelle AKAEIN                                          *
107500*---------------------------------------------------------------*
107600 01  AUF-FUNKTION                 PIC X(040)
107700                                  VALUE "01-INT-VERARB-TRANS".
107800 01  OBJEKT-AUFTRAGS-ID           PIC X(020) VALUE "AKAWPK".
107900 01  LS-EINGABEBEREICH            PIC X(001).
108000 01  LS-EIN-BER-01                REDEFINES LS-EINGABEBEREICH.
108100     COPY CKAIEIN1                REPLACING 01 BY 05,
108200                                  ==(01)== BY ==(01)==.
108300 01  LS-EIN-BER-02                REDEFINES LS-EINGABEBEREICH.
108400     COPY CKAIEIN2                REPLACING 01 BY 05,
108500                                  ==(01)== BY ==(01)==.
108600 01  LS-AUSGABEBEREICH            PIC X(001).
108700 01  LS-AUS-BER-01                REDEFINES LS-AUSGABEBEREICH.
108800     COPY CKAOEIN1                REPLACING 01 BY 05,
108900                                  ==(01)== BY ==(01)==.
109000 01  LS-AUS-BER-02                REDEFINES LS-AUSGABEBEREICH.
109100     COPY CKAOEIN2                REPLACING 01 BY 05,
109200                                  ==(01)== BY ==(01)==.
109300 01  LS-TRANSBEREICH              PIC X(001).
109400 01  LS-TRANS-BER-01              REDEFINES LS-TRANSBEREICH.
109500     COPY CKATEIN1                REPLACING 01 BY 05,
109600                                  ==(01)== BY ==(01)==.
109700/---------------------------------------------------------------*
109800* Hilfsvariable                                                 *
109900*---------------------------------------------------------------*
110000 01  H-SATZ-STATUS                PIC X(001).
110100     88 DATEI-ENDE                VALUE "J".
110200     88 DATEI-N-ENDE              VALUE "N".
110300 01  H-NACHRICHTENTYP             PIC X(020).
110400     88 NACHRICHT-MT535           VALUE "MT535".
110500     88 NACHRICHT-MT536           VALUE "MT536".
110600     88 NACHRICHT-UNBEKANNT       VALUE SPACE.
110700 01  H-TAG-KENNUNG                PIC X(005).
110800 01  H-QUALIFIER                  PIC X(004).
110900 01  H-SEQUENZ                    PIC X(008).
111000 01  H-KOPF-POS                   PIC 9(003).
111100 01  H-DATUM-TEXT                 PIC X(008).
111200 01  H-ZAHL-TEXT                  PIC X(020).
111300 01  H-NUMMER-TEXT                PIC X(005) JUSTIFIED RIGHT.
111400 01  H-ZERL-ART                   PIC X(004).
111500 01  H-ZERL-MENGE                 PIC S9(013)V9(003).
111600*    Sequenz GENL (je Nachricht)
111700 01  H-KONTO-ID                   PIC X(035).
111800 01  H-AUSZUGSNUMMER              PIC 9(005).
111900 01  H-FOLGENR                    PIC 9(005).
112000 01  H-AUSZUGSDATUM               PIC 9(008).
112100 01  H-REF-NACHRICHT              PIC X(016).
112200 01  H-LFD-NR-POSTEN              PIC 9(007).
112300*    Sequenz FIN bzw. TRAN (je Posten)
112400 01  H-ISIN                       PIC X(012).
112500 01  H-ISIN-FIN                   PIC X(012).
112600 01  H-MENGEN-ART                 PIC X(004).
112700 01  H-MENGE                      PIC S9(013)V9(003).
112800 01  H-MENGE-PEND                 PIC S9(013)V9(003).
112900 01  H-MENGEN-ART-PEND            PIC X(004).
113000 01  F-AGGR-KZ                    PIC X(001).
113100     88 BESTAND-AGGR              VALUE "J".
113200     88 BESTAND-N-AGGR            VALUE "N".
113300 01  H-BETRAG-TEXT                PIC X(020).
113400 01  H-BETRAG                     PIC S9(015)V9(003).
113500 01  H-WAEHRUNG                   PIC X(003).
113600 01  H-REDE                       PIC X(004).
113700 01  H-ESET-DATUM                 PIC 9(008).
113800 01  H-SETT-DATUM                 PIC 9(008).
113900 01  H-REF-RELA                   PIC X(035).
114000 01  H-REF-ASRF                   PIC X(016).
114100 01  H-ABW-STATUS                 PIC X(001).
114200 01  H-NENNWERT                   PIC S9(013)V9(002).
114300 01  H-STUECKZAHL                 PIC 9(013).
114400 01  H-VALUTA-DATUM               PIC 9(008).
114500*    Wiederanlauf und Laufregister
114600 01  H-CKP-STATUS                 PIC X(002).
114700     88 CKP-DATEISTATUS-OK        VALUE "00".
114800     88 CKP-DATEISTATUS-N-DA      VALUE "35".
114900 01  H-SATZNUMMER                 PIC 9(009).
115000 01  H-WIEDERANLAUF-SATZNUMMER    PIC 9(009).
115100 01  H-ANZ-UEBERGEBEN             PIC 9(009).
115200 01  H-ANZ-ABGEWIESEN             PIC 9(009).
115300 01  H-RPL-LAUFDATUM              PIC 9(008).
115400/****************************************************************
115500 PROCEDURE DIVISION.
115600*****************************************************************
115700 0000-MAINLINE SECTION.
115800 0000-MAINLINE-1001.
115900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
116000     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
116100     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
116200     STOP RUN
116300     .
116400 0000-MAINLINE-1002.
116500     EXIT.
116600/---------------------------------------------------------------*
116700* Initialisierung                                               *
116800*---------------------------------------------------------------*
116900 1000-INITIALISIERUNG SECTION.
117000 1000-INITIALISIERUNG-1001.
117100     OPEN INPUT  WPKIN
117200     OPEN OUTPUT WPKPROT
117300     OPEN EXTEND RPLSTORE
117400     ACCEPT H-RPL-LAUFDATUM       FROM DATE YYYYMMDD
117500     PERFORM 7900-VORLAUF-PRUEFEN
117600                          THRU 7900-VORLAUF-PRUEFEN-EXIT
117700     PERFORM 8000-LAUFREGISTER-START
117800                              THRU 8000-LAUFREGISTER-START-EXIT
117900     MOVE ZERO                    TO H-SATZNUMMER
118000                                     H-ANZ-UEBERGEBEN
118100                                     H-ANZ-ABGEWIESEN
118200     PERFORM 1050-CKP-LESEN       THRU 1050-CKP-LESEN-EXIT
118300     MOVE SPACE                   TO H-NACHRICHTENTYP
118400     PERFORM 2210-GENL-LOESCHEN   THRU 2210-GENL-LOESCHEN-EXIT
118500     PERFORM 2220-POSTEN-LOESCHEN THRU 2220-POSTEN-LOESCHEN-EXIT
118600     PERFORM 2100-SATZ-LESEN      THRU 2100-SATZ-LESEN-EXIT
118700     .
118800 1000-INITIALISIERUNG-1002.
118900 1000-INITIALISIERUNG-EXIT.
119000     EXIT.
119100/---------------------------------------------------------------*
119200* Wiederanlaufpunkt aus AKWPKCKP einlesen                       *
119300*---------------------------------------------------------------*
119400 1050-CKP-LESEN SECTION.
119500 1050-CKP-LESEN-1001.
119600     OPEN INPUT AKWPKCKP
119700     IF CKP-DATEISTATUS-OK
119800     THEN
119900       READ AKWPKCKP
120000         AT END
120100           MOVE ZERO              TO H-WIEDERANLAUF-SATZNUMMER
120200         NOT AT END
120300           IF CKP-LAUFEND
120400           THEN
120500             MOVE CKP-C-SATZNUMMER
120600                                  TO H-WIEDERANLAUF-SATZNUMMER
120700           ELSE
120800             MOVE ZERO            TO H-WIEDERANLAUF-SATZNUMMER
120900           END-IF
121000       END-READ
121100       CLOSE AKWPKCKP
121200     ELSE
121300       MOVE ZERO                  TO H-WIEDERANLAUF-SATZNUMMER
121400     END-IF
121500     .
121600 1050-CKP-LESEN-1002.
121700 1050-CKP-LESEN-EXIT.
121800     EXIT.
121900/---------------------------------------------------------------*
122000* Depotauszugsdatei satzweise auswerten                         *
122100*---------------------------------------------------------------*
122200 2000-VERARBEITUNG SECTION.
122300 2000-VERARBEITUNG-1001.
122400     PERFORM UNTIL DATEI-ENDE
122500       MOVE WPK-SATZ (1:5)        TO H-TAG-KENNUNG
122600       MOVE WPK-SATZ (7:4)        TO H-QUALIFIER
122700       EVALUATE TRUE
122800       WHEN WPK-SATZ (1:1)        = "{"
122900         PERFORM 2150-KOPF-AUSWERTEN
123000                                  THRU 2150-KOPF-AUSWERTEN-EXIT
123100       WHEN WPK-SATZ (1:2)        = "-}"
123200         MOVE SPACE               TO H-NACHRICHTENTYP
123300       WHEN H-TAG-KENNUNG         = ":16R:"
123400         PERFORM 2200-SEQUENZ-BEGINN
123500                                  THRU 2200-SEQUENZ-BEGINN-EXIT
123600       WHEN H-TAG-KENNUNG         = ":16S:"
123700         PERFORM 2300-SEQUENZ-ENDE
123800                                  THRU 2300-SEQUENZ-ENDE-EXIT
123900       WHEN H-TAG-KENNUNG (1:1)   = ":"
124000         PERFORM 2400-FELD-AUSWERTEN
124100                                  THRU 2400-FELD-AUSWERTEN-EXIT
124200       WHEN OTHER
124300         CONTINUE
124400       END-EVALUATE
124500       PERFORM 2100-SATZ-LESEN    THRU 2100-SATZ-LESEN-EXIT
124600     END-PERFORM
124700     PERFORM 2900-UEBERNAHME-ENDE THRU 2900-UEBERNAHME-ENDE-EXIT
124800     .
124900 2000-VERARBEITUNG-1002.
125000 2000-VERARBEITUNG-EXIT.
125100     EXIT.
125200/---------------------------------------------------------------*
125300* Naechsten Satz aus der Depotauszugsdatei lesen                *
125400*---------------------------------------------------------------*
125500 2100-SATZ-LESEN SECTION.
125600 2100-SATZ-LESEN-1001.
125700     READ WPKIN
125800       AT END
125900         SET DATEI-ENDE           TO TRUE
126000       NOT AT END
126100         SET DATEI-N-ENDE         TO TRUE
126200         ADD C-1                  TO H-SATZNUMMER
126300     END-READ
126400     .
126500 2100-SATZ-LESEN-1002.
126600 2100-SATZ-LESEN-EXIT.
126700     EXIT.
126800/---------------------------------------------------------------*
126900* Kopfblock {2:I535..} bzw. {2:O536..} - Nachrichtentyp         *
127000*---------------------------------------------------------------*
127100 2150-KOPF-AUSWERTEN SECTION.
127200 2150-KOPF-AUSWERTEN-1001.
127300     MOVE ZERO                    TO H-KOPF-POS
127400     INSPECT WPK-SATZ TALLYING H-KOPF-POS
127500       FOR CHARACTERS BEFORE INITIAL "{2:"
127600     IF H-KOPF-POS                > 112
127700     THEN
127800       GO TO 2150-KOPF-AUSWERTEN-EXIT
127900     END-IF
128000     EVALUATE WPK-SATZ (H-KOPF-POS + 5:3)
128100     WHEN "535"
128200       SET NACHRICHT-MT535        TO TRUE
128300     WHEN "536"
128400       SET NACHRICHT-MT536        TO TRUE
128500     WHEN OTHER
128600       CONTINUE
128700     END-EVALUATE
128800     .
128900 2150-KOPF-AUSWERTEN-1002.
129000 2150-KOPF-AUSWERTEN-EXIT.
129100     EXIT.
129200/---------------------------------------------------------------*
129300* :16R: - Beginn einer Sequenz                                  *
129400*---------------------------------------------------------------*
129500 2200-SEQUENZ-BEGINN SECTION.
129600 2200-SEQUENZ-BEGINN-1001.
129700     MOVE WPK-SATZ (6:8)          TO H-SEQUENZ
129800     EVALUATE H-SEQUENZ
129900     WHEN "GENL"
130000       PERFORM 2210-GENL-LOESCHEN THRU 2210-GENL-LOESCHEN-EXIT
130100     WHEN "FIN"
130200       PERFORM 2220-POSTEN-LOESCHEN
130300                                  THRU 2220-POSTEN-LOESCHEN-EXIT
130400     WHEN "TRAN"
130500*      ISIN der umschliessenden Sequenz FIN bleibt erhalten
130600       MOVE H-ISIN                TO H-ISIN-FIN
130700       PERFORM 2220-POSTEN-LOESCHEN
130800                                  THRU 2220-POSTEN-LOESCHEN-EXIT
130900       MOVE H-ISIN-FIN            TO H-ISIN
131000     WHEN OTHER
131100       CONTINUE
131200     END-EVALUATE
131300     .
131400 2200-SEQUENZ-BEGINN-1002.
131500 2200-SEQUENZ-BEGINN-EXIT.
131600     EXIT.
131700/---------------------------------------------------------------*
131800* Angaben der Sequenz GENL zuruecksetzen                        *
131900*---------------------------------------------------------------*
132000 2210-GENL-LOESCHEN SECTION.
132100 2210-GENL-LOESCHEN-1001.
132200     MOVE SPACE                   TO H-KONTO-ID
132300                                     H-REF-NACHRICHT
132400     MOVE ZERO                    TO H-AUSZUGSNUMMER
132500                                     H-AUSZUGSDATUM
132600                                     H-LFD-NR-POSTEN
132700     MOVE 1                       TO H-FOLGENR
132800     .
132900 2210-GENL-LOESCHEN-1002.
133000 2210-GENL-LOESCHEN-EXIT.
133100     EXIT.
133200/---------------------------------------------------------------*
133300* Angaben eines Postens (FIN bzw. TRAN) zuruecksetzen           *
133400*---------------------------------------------------------------*
133500 2220-POSTEN-LOESCHEN SECTION.
133600 2220-POSTEN-LOESCHEN-1001.
133700     MOVE SPACE                   TO H-ISIN
133800                                     H-MENGEN-ART
133900                                     H-MENGEN-ART-PEND
134000                                     H-WAEHRUNG
134100                                     H-REDE
134200                                     H-REF-RELA
134300                                     H-REF-ASRF
134400                                     H-ABW-STATUS
134500     MOVE ZERO                    TO H-MENGE
134600                                     H-MENGE-PEND
134700                                     H-BETRAG
134800                                     H-ESET-DATUM
134900                                     H-SETT-DATUM
135000     SET BESTAND-N-AGGR           TO TRUE
135100     .
135200 2220-POSTEN-LOESCHEN-1002.
135300 2220-POSTEN-LOESCHEN-EXIT.
135400     EXIT.
135500/---------------------------------------------------------------*
135600* :16S: - Ende einer Sequenz; FIN (MT535) bzw. TRAN (MT536)     *
135700* ergibt einen Posten                                           *
135800*---------------------------------------------------------------*
135900 2300-SEQUENZ-ENDE SECTION.
136000 2300-SEQUENZ-ENDE-1001.
136100     MOVE WPK-SATZ (6:8)          TO H-SEQUENZ
136200     EVALUATE TRUE
136300     WHEN H-SEQUENZ               = "GENL"
136400       PERFORM 2310-GENL-ABSCHLIESSEN
136500                                  THRU 2310-GENL-ABSCHLIESSEN-EXIT
136600     WHEN H-SEQUENZ               = "FIN"
136700      AND NACHRICHT-MT535
136800       IF BESTAND-AGGR
136900       THEN
137000         MOVE C-ABW-ABGEWICKELT   TO H-ABW-STATUS
137100       ELSE
137200*        nur schwebende Bestaende (PEND/PENR) - offen
137300         MOVE H-MENGE-PEND        TO H-MENGE
137400         MOVE H-MENGEN-ART-PEND   TO H-MENGEN-ART
137500         MOVE C-ABW-OFFEN         TO H-ABW-STATUS
137600       END-IF
137700       MOVE H-AUSZUGSDATUM        TO H-VALUTA-DATUM
137800       PERFORM 2500-POSTEN-UEBERGEBEN
137900                                  THRU 2500-POSTEN-UEBERGEBEN-EXIT
138000     WHEN H-SEQUENZ               = "TRAN"
138100      AND NACHRICHT-MT536
138200       IF H-ESET-DATUM            NOT = ZERO
138300       THEN
138400         MOVE C-ABW-ABGEWICKELT   TO H-ABW-STATUS
138500         MOVE H-ESET-DATUM        TO H-VALUTA-DATUM
138600       ELSE
138700         MOVE C-ABW-OFFEN         TO H-ABW-STATUS
138800         IF H-SETT-DATUM          NOT = ZERO
138900         THEN
139000           MOVE H-SETT-DATUM      TO H-VALUTA-DATUM
139100         ELSE
139200           MOVE H-AUSZUGSDATUM    TO H-VALUTA-DATUM
139300         END-IF
139400       END-IF
139500       PERFORM 2500-POSTEN-UEBERGEBEN
139600                                  THRU 2500-POSTEN-UEBERGEBEN-EXIT
139700     WHEN OTHER
139800       CONTINUE
139900     END-EVALUATE
140000     .
140100 2300-SEQUENZ-ENDE-1002.
140200 2300-SEQUENZ-ENDE-EXIT.
140300     EXIT.
140400/---------------------------------------------------------------*
140500* Ende GENL: Nachrichtentyp ohne Kopfblock aus den Feldern      *
140600* ableiten; ohne :13A: wird 535 bzw. 536 als Auszugsnummer      *
140700* gefuehrt, damit Bestand und Transaktionen eines Tages         *
140800* getrennt bleiben                                              *
140900*---------------------------------------------------------------*
141000 2310-GENL-ABSCHLIESSEN SECTION.
141100 2310-GENL-ABSCHLIESSEN-1001.
141200     IF NACHRICHT-UNBEKANNT
141300     THEN
141400       SET NACHRICHT-MT535        TO TRUE
141500     END-IF
141600     IF H-AUSZUGSNUMMER           = ZERO
141700     THEN
141800       IF NACHRICHT-MT536
141900       THEN
142000         MOVE C-AUSZUGSNR-MT536   TO H-AUSZUGSNUMMER
142100       ELSE
142200         MOVE C-AUSZUGSNR-MT535   TO H-AUSZUGSNUMMER
142300       END-IF
142400     END-IF
142500     .
142600 2310-GENL-ABSCHLIESSEN-1002.
142700 2310-GENL-ABSCHLIESSEN-EXIT.
142800     EXIT.
142900/---------------------------------------------------------------*
143000* Einzelfeld :xxx::QUAL// auswerten                             *
143100*---------------------------------------------------------------*
143200 2400-FELD-AUSWERTEN SECTION.
143300 2400-FELD-AUSWERTEN-1001.
143400     EVALUATE H-TAG-KENNUNG ALSO H-QUALIFIER
143500     WHEN ":97A:"       ALSO "SAFE"
143600       MOVE WPK-SATZ (13:35)      TO H-KONTO-ID
143700     WHEN ":13A:"       ALSO "STAT"
143800       UNSTRING WPK-SATZ (13:) DELIMITED BY SPACE
143900           INTO H-NUMMER-TEXT
144000       END-UNSTRING
144100       INSPECT H-NUMMER-TEXT REPLACING LEADING SPACE BY ZERO
144200       IF H-NUMMER-TEXT           NUMERIC
144300       THEN
144400         MOVE H-NUMMER-TEXT       TO H-AUSZUGSNUMMER
144500       END-IF
144600     WHEN ":28E:"       ALSO ANY
144700       UNSTRING WPK-SATZ (6:) DELIMITED BY "/" OR SPACE
144800           INTO H-NUMMER-TEXT
144900       END-UNSTRING
145000       INSPECT H-NUMMER-TEXT REPLACING LEADING SPACE BY ZERO
145100       IF H-NUMMER-TEXT           NUMERIC
145200       THEN
145300         MOVE H-NUMMER-TEXT       TO H-FOLGENR
145400       END-IF
145500     WHEN ":20C:"       ALSO "SEME"
145600       MOVE WPK-SATZ (13:16)      TO H-REF-NACHRICHT
145700     WHEN ":20C:"       ALSO "RELA"
145800       MOVE WPK-SATZ (13:35)      TO H-REF-RELA
145900     WHEN ":20C:"       ALSO "ASRF"
146000       MOVE WPK-SATZ (13:16)      TO H-REF-ASRF
146100     WHEN ":98A:"       ALSO "STAT"
146200     WHEN ":98C:"       ALSO "STAT"
146300       MOVE WPK-SATZ (13:8)       TO H-DATUM-TEXT
146400       IF H-DATUM-TEXT            NUMERIC
146500       THEN
146600         MOVE H-DATUM-TEXT        TO H-AUSZUGSDATUM
146700       END-IF
146800     WHEN ":69A:"       ALSO "STAT"
146900*      Transaktionsaufstellung: Bis-Datum des Zeitraums
147000       IF NACHRICHT-UNBEKANNT
147100       THEN
147200         SET NACHRICHT-MT536      TO TRUE
147300       END-IF
147400       MOVE WPK-SATZ (22:8)       TO H-DATUM-TEXT
147500       IF H-DATUM-TEXT            NUMERIC
147600       THEN
147700         MOVE H-DATUM-TEXT        TO H-AUSZUGSDATUM
147800       END-IF
147900     WHEN ":98A:"       ALSO "ESET"
148000       MOVE WPK-SATZ (13:8)       TO H-DATUM-TEXT
148100       IF H-DATUM-TEXT            NUMERIC
148200       THEN
148300         MOVE H-DATUM-TEXT        TO H-ESET-DATUM
148400       END-IF
148500     WHEN ":98A:"       ALSO "SETT"
148600       MOVE WPK-SATZ (13:8)       TO H-DATUM-TEXT
148700       IF H-DATUM-TEXT            NUMERIC
148800       THEN
148900         MOVE H-DATUM-TEXT        TO H-SETT-DATUM
149000       END-IF
149100     WHEN ":35B:"       ALSO ANY
149200       IF WPK-SATZ (6:5)          = "ISIN "
149300       THEN
149400         MOVE WPK-SATZ (11:12)    TO H-ISIN
149500       END-IF
149600     WHEN ":93B:"       ALSO "AGGR"
149700     WHEN ":36B:"       ALSO "PSTA"
149800       PERFORM 2410-MENGE-ZERLEGEN
149900                                  THRU 2410-MENGE-ZERLEGEN-EXIT
150000       MOVE H-ZERL-ART            TO H-MENGEN-ART
150100       MOVE H-ZERL-MENGE          TO H-MENGE
150200       SET BESTAND-AGGR           TO TRUE
150300     WHEN ":93B:"       ALSO "PEND"
150400     WHEN ":93B:"       ALSO "PENR"
150500       PERFORM 2410-MENGE-ZERLEGEN
150600                                  THRU 2410-MENGE-ZERLEGEN-EXIT
150700       MOVE H-ZERL-ART            TO H-MENGEN-ART-PEND
150800       ADD H-ZERL-MENGE           TO H-MENGE-PEND
150900     WHEN ":19A:"       ALSO "HOLD"
151000     WHEN ":19A:"       ALSO "PSTA"
151100       PERFORM 2420-BETRAG-ZERLEGEN
151200                                  THRU 2420-BETRAG-ZERLEGEN-EXIT
151300     WHEN ":22H:"       ALSO "REDE"
151400       MOVE WPK-SATZ (13:4)       TO H-REDE
151500     WHEN OTHER
151600       CONTINUE
151700     END-EVALUATE
151800     .
151900 2400-FELD-AUSWERTEN-1002.
152000 2400-FELD-AUSWERTEN-EXIT.
152100     EXIT.
152200/---------------------------------------------------------------*
152300* Menge :93B:/:36B: - //UNIT/1000, bzw. //FAMT/50000,           *
152400*---------------------------------------------------------------*
152500 2410-MENGE-ZERLEGEN SECTION.
152600 2410-MENGE-ZERLEGEN-1001.
152700     MOVE SPACE                   TO H-ZERL-ART
152800                                     H-ZAHL-TEXT
152900     UNSTRING WPK-SATZ (13:) DELIMITED BY "/"
153000         INTO H-ZERL-ART
153100              H-ZAHL-TEXT
153200     END-UNSTRING
153300     IF H-ZAHL-TEXT (1:1)         = "N"
153400     THEN
153500       MOVE H-ZAHL-TEXT (2:)      TO H-BETRAG-TEXT
153600     ELSE
153700       MOVE H-ZAHL-TEXT           TO H-BETRAG-TEXT
153800     END-IF
153900     INSPECT H-BETRAG-TEXT REPLACING ALL "," BY "."
154000     COMPUTE H-ZERL-MENGE = FUNCTION NUMVAL (H-BETRAG-TEXT)
154100     IF H-ZAHL-TEXT (1:1)         = "N"
154200     THEN
154300       COMPUTE H-ZERL-MENGE       = H-ZERL-MENGE * -1
154400     END-IF
154500     .
154600 2410-MENGE-ZERLEGEN-1002.
154700 2410-MENGE-ZERLEGEN-EXIT.
154800     EXIT.
154900/---------------------------------------------------------------*
155000* Kurswert :19A: - //EUR1234,56 bzw. //NEUR1234,56              *
155100*---------------------------------------------------------------*
155200 2420-BETRAG-ZERLEGEN SECTION.
155300 2420-BETRAG-ZERLEGEN-1001.
155400     IF WPK-SATZ (13:1)           = "N"
155500     THEN
155600       MOVE WPK-SATZ (14:3)       TO H-WAEHRUNG
155700       MOVE WPK-SATZ (17:20)      TO H-BETRAG-TEXT
155800     ELSE
155900       MOVE WPK-SATZ (13:3)       TO H-WAEHRUNG
156000       MOVE WPK-SATZ (16:20)      TO H-BETRAG-TEXT
156100     END-IF
156200     INSPECT H-BETRAG-TEXT REPLACING ALL "," BY "."
156300     COMPUTE H-BETRAG = FUNCTION NUMVAL (H-BETRAG-TEXT)
156400     IF WPK-SATZ (13:1)           = "N"
156500     THEN
156600       COMPUTE H-BETRAG           = H-BETRAG * -1
156700     END-IF
156800     .
156900 2420-BETRAG-ZERLEGEN-1002.
157000 2420-BETRAG-ZERLEGEN-EXIT.
157100     EXIT.
157200/---------------------------------------------------------------*
157300* Posten pruefen und (ausser im Wiederanlauf) an AKAEIN geben   *
157400*---------------------------------------------------------------*
157500 2500-POSTEN-UEBERGEBEN SECTION.
157600 2500-POSTEN-UEBERGEBEN-1001.
157700     ADD C-1                      TO H-LFD-NR-POSTEN
157800     IF H-KONTO-ID                = SPACE
157900        OR H-ISIN                 = SPACE
158000        OR H-AUSZUGSDATUM         = ZERO
158100     THEN
158200       ADD C-1                    TO H-ANZ-ABGEWIESEN
158300       MOVE SPACE                 TO WPK-DRUCKZEILE
158400       STRING "Warnung: Posten ohne Depotkonto, ISIN oder Datum"
158500              " nicht uebernommen - Satz "
158600              H-SATZNUMMER
158700              DELIMITED BY SIZE INTO WPK-DRUCKZEILE
158800       WRITE WPK-DRUCKZEILE
158900       GO TO 2500-POSTEN-UEBERGEBEN-EXIT
159000     END-IF
159100     IF H-SATZNUMMER              <= H-WIEDERANLAUF-SATZNUMMER
159200     THEN
159300       GO TO 2500-POSTEN-UEBERGEBEN-EXIT
159400     END-IF
159500*    Nennwert (FAMT) vorzeichenbehaftet, Stueckzahl (UNIT) als
159600*    Absolutwert; Lieferungen mindern den Nennwert
159700     MOVE ZERO                    TO H-NENNWERT
159800                                     H-STUECKZAHL
159900     IF H-MENGEN-ART              = C-MENGE-NENNWERT
160000     THEN
160100       MOVE H-MENGE               TO H-NENNWERT
160200       IF H-REDE                  = C-REDE-LIEFERUNG
160300       THEN
160400         COMPUTE H-NENNWERT       = H-NENNWERT * -1
160500       END-IF
160600     ELSE
160700       MOVE H-MENGE               TO H-STUECKZAHL
160800     END-IF
160900     PERFORM 2510-AKAEIN-AUFRUFEN THRU 2510-AKAEIN-AUFRUFEN-EXIT
161000     ADD C-1                      TO H-ANZ-UEBERGEBEN
161100     .
161200 2500-POSTEN-UEBERGEBEN-1002.
161300 2500-POSTEN-UEBERGEBEN-EXIT.
161400     EXIT.
161500/---------------------------------------------------------------*
161600* Aufruf AKAEIN 01-INT-VERARB-TRANS je Posten                   *
161700*---------------------------------------------------------------*
161800 2510-AKAEIN-AUFRUFEN SECTION.
161900 2510-AKAEIN-AUFRUFEN-1001.
162000     MOVE SPACE                   TO KAIEIN1-EINGABEBEREICH
162100     MOVE ZERO                    TO KAIEIN1-ANFANGSSALDO
162200                                     KAIEIN1-GESCH-VORFALL-CODE
162300                                     KAIEIN1-DATEINR
162400                                     KAIEIN1-MIGRATIONS-DATUM
162500     MOVE C-01-INT-VERARB-TRANS   TO AUF-FUNKTION
162600                                     KAIEIN1-FUNKTION
162700     MOVE C-AKAEIN                TO KAIEIN1-HERKUNFT
162800     MOVE H-KONTO-ID              TO KAIEIN1-KONTO-ID
162900     MOVE H-AUSZUGSDATUM          TO KAIEIN1-AUSZUGSDATUM
163000                                     KAIEIN1-BUCHUNGSDATUM
163100     MOVE H-AUSZUGSNUMMER         TO KAIEIN1-AUSZUGSNUMMER
163200     MOVE H-FOLGENR               TO KAIEIN1-AUSZUG-FNR
163300     MOVE H-LFD-NR-POSTEN         TO KAIEIN1-LFD-NR-TSA
163400     MOVE H-NACHRICHTENTYP        TO KAIEIN1-NACHRICHTENTYP
163500     MOVE H-REDE                  TO KAIEIN1-TRANSAKT-TYP
163600     MOVE H-WAEHRUNG              TO KAIEIN1-WAE-BETRAG
163700     MOVE H-BETRAG                TO KAIEIN1-BETRAG
163800     MOVE H-VALUTA-DATUM          TO KAIEIN1-VALUTADATUM
163900     MOVE H-ISIN                  TO KAIEIN1-ISIN
164000     MOVE H-NENNWERT              TO KAIEIN1-NENNWERT
164100     MOVE H-STUECKZAHL            TO KAIEIN1-STUECKZAHL
164200     MOVE H-ABW-STATUS            TO KAIEIN1-ABWICKLUNGSSTATUS
164300     MOVE H-REF-NACHRICHT         TO KAIEIN1-TRANSAKT-ID
164400     MOVE H-REF-RELA              TO KAIEIN1-REF-KONTOINHABER
164500                                     KAIEIN1-INSTRUCTION-ID
164600     MOVE H-REF-ASRF              TO KAIEIN1-REF-KONTOFUEHRER
164700     STRING H-NACHRICHTENTYP (1:5) " "
164800            H-REDE                " "
164900            H-ISIN                " "
165000            H-MENGEN-ART
165100            DELIMITED BY SIZE INTO KAIEIN1-VERWENDUNGSZWECK
165200     MOVE C-SATZART-UMSATZ        TO KAIEIN1-SATZART
165300     MOVE C-J                     TO KAIEIN1-PRUEFUNG
165400     MOVE C-MIT-PRUEFUNG          TO KAIEIN1-VERARB-FKT-DETAIL
165500     MOVE C-P                     TO KAIEIN1-TEST
165600     CALL "AKAEIN" USING
165700          AUF-FUNKTION
165800          C-KONFIG-ID-KA
165900          OBJEKT-AUFTRAGS-ID
166000          GSOVER-VERSTAENDIGUNGSBEREICH
166100          LS-EINGABEBEREICH
166200          LS-AUSGABEBEREICH
166300          LS-TRANSBEREICH
166400     END-CALL
166500     PERFORM 2520-CKP-SCHREIBEN   THRU 2520-CKP-SCHREIBEN-EXIT
166600     PERFORM 2530-RETENTION-SCHREIBEN
166700                              THRU 2530-RETENTION-SCHREIBEN-EXIT
166800     .
166900 2510-AKAEIN-AUFRUFEN-1002.
167000 2510-AKAEIN-AUFRUFEN-EXIT.
167100     EXIT.
167200/---------------------------------------------------------------*
167300* Wiederanlaufpunkt (Satznummer des Sequenzendes) sichern       *
167400*---------------------------------------------------------------*
167500 2520-CKP-SCHREIBEN SECTION.
167600 2520-CKP-SCHREIBEN-1001.
167700     MOVE H-SATZNUMMER            TO CKP-C-SATZNUMMER
167800     SET CKP-LAUFEND              TO TRUE
167900     OPEN OUTPUT AKWPKCKP
168000     WRITE CKP-SATZ
168100     CLOSE AKWPKCKP
168200     .
168300 2520-CKP-SCHREIBEN-1002.
168400 2520-CKP-SCHREIBEN-EXIT.
168500     EXIT.
168600/---------------------------------------------------------------*
168700* Uebergebenen Eingabebereich in RPLSTORE aufbewahren           *
168800*---------------------------------------------------------------*
168900 2530-RETENTION-SCHREIBEN SECTION.
169000 2530-RETENTION-SCHREIBEN-1001.
169100     MOVE H-RPL-LAUFDATUM         TO RPL-LAUFDATUM
169200     MOVE SPACE                   TO RPL-EINGABEBEREICH
169300     MOVE KAIEIN1-EINGABEBEREICH  TO RPL-EINGABEBEREICH
169400     WRITE RPL-SATZ
169401*    aufbewahrten Satz in das Siegel seiner Lieferung aufnehmen   D02
169402     MOVE C-01-INT-SIEGEL-SATZ    TO KAISIG-FUNKTION              D02
169403     MOVE C-RUN-PROGRAMM          TO KAISIG-PROGRAMM              D02
169404     MOVE C-QUELLE-RPLSTORE       TO KAISIG-QUELLE                D02
169405     MOVE H-RPL-LAUFDATUM         TO KAISIG-LAUFDATUM             D02
169406     MOVE KAIEIN1-KONTO-ID        TO KAISIG-KONTO-ID              D02
169407     MOVE KAIEIN1-AUSZUGSDATUM    TO KAISIG-AUSZUGSDATUM          D02
169408     MOVE KAIEIN1-AUSZUGSNUMMER   TO KAISIG-AUSZUGSNUMMER         D02
169409     MOVE KAIEIN1-AUSZUG-FNR      TO KAISIG-AUSZUG-FNR            D02
16940A     MOVE KAIEIN1-BETRAG          TO KAISIG-BETRAG                D02
16940B     MOVE C-LAENGE-RPL            TO KAISIG-LAENGE                D02
16940C     MOVE KAIEIN1-EINGABEBEREICH  TO KAISIG-DATEN                 D02
16940D     CALL "AKASIG"                                                D02
16940E     USING KAISIG-EINGABEBEREICH                                  D02
16940F           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
16940G     END-CALL                                                     D02
16940H     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
169500     .
169600 2530-RETENTION-SCHREIBEN-1002.
169700 2530-RETENTION-SCHREIBEN-EXIT.
169800     EXIT.
169900/---------------------------------------------------------------*
170000* Uebernahme in AKAEIN abschliessen                             *
170100*---------------------------------------------------------------*
170200 2900-UEBERNAHME-ENDE SECTION.
170300 2900-UEBERNAHME-ENDE-1001.
170400     MOVE C-01-INT-UEBERNAHME-ENDE TO AUF-FUNKTION
170500                                      KAIEIN1-FUNKTION
170600     CALL "AKAEIN" USING
170700          AUF-FUNKTION
170800          C-KONFIG-ID-KA
170900          OBJEKT-AUFTRAGS-ID
171000          GSOVER-VERSTAENDIGUNGSBEREICH
171100          LS-EINGABEBEREICH
171200          LS-AUSGABEBEREICH
171300          LS-TRANSBEREICH
171400     END-CALL
171500     MOVE ZERO                    TO CKP-C-SATZNUMMER
171600     SET CKP-FERTIG               TO TRUE
171700     OPEN OUTPUT AKWPKCKP
171800     WRITE CKP-SATZ
171900     CLOSE AKWPKCKP
172000     MOVE SPACE                   TO WPK-DRUCKZEILE
172100     STRING "AKAWPK: Posten uebergeben "
172200            H-ANZ-UEBERGEBEN
172300            " - abgewiesen "
172400            H-ANZ-ABGEWIESEN
172500            DELIMITED BY SIZE INTO WPK-DRUCKZEILE
172600     WRITE WPK-DRUCKZEILE
172700     .
172800 2900-UEBERNAHME-ENDE-1002.
172900 2900-UEBERNAHME-ENDE-EXIT.
173000     EXIT.
173100/---------------------------------------------------------------*
173200* Vorlaeufer im Laufregister pruefen                            *
173300*---------------------------------------------------------------*
173400 7900-VORLAUF-PRUEFEN SECTION.
173500 7900-VORLAUF-PRUEFEN-1001.
173600     MOVE C-01-INT-VORLAUF-PRUEFEN
173700                                  TO KAIRUN-FUNKTION
173800     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
173900     MOVE H-RPL-LAUFDATUM         TO KAIRUN-LAUFDATUM
174000     CALL "AKARUN"
174100     USING KAIRUN-EINGABEBEREICH
174200           GSOVER-VERSTAENDIGUNGSBEREICH
174300     END-CALL
174400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
174500     THEN
174600       MOVE "KA4914 VORLAEUFER NICHT BEENDET - AKAWPK GESTOPPT"
174700                                  TO WPK-DRUCKZEILE
174800       WRITE WPK-DRUCKZEILE
174900       STOP RUN
175000     END-IF
175100     .
175200 7900-VORLAUF-PRUEFEN-1002.
175300 7900-VORLAUF-PRUEFEN-EXIT.
175400     EXIT.
175500/---------------------------------------------------------------*
175600* Laufregister - Start                                          *
175700*---------------------------------------------------------------*
175800 8000-LAUFREGISTER-START SECTION.
175900 8000-LAUFREGISTER-START-1001.
176000     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
176100     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
176200     MOVE H-RPL-LAUFDATUM         TO KAIRUN-LAUFDATUM
176300     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
176400                                     KAIRUN-ANZ-GESCHRIEBEN
176500                                     KAIRUN-ANZ-FEHLER
176600     CALL "AKARUN"
176700     USING KAIRUN-EINGABEBEREICH
176800           GSOVER-VERSTAENDIGUNGSBEREICH
176900     END-CALL
177000     .
177100 8000-LAUFREGISTER-START-1002.
177200 8000-LAUFREGISTER-START-EXIT.
177300     EXIT.
177400/---------------------------------------------------------------*
177500* Laufregister - Ende mit Zaehlern                              *
177600*---------------------------------------------------------------*
177700 8100-LAUFREGISTER-ENDE SECTION.
177800 8100-LAUFREGISTER-ENDE-1001.
177900     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
178000     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
178100     MOVE H-RPL-LAUFDATUM         TO KAIRUN-LAUFDATUM
178200     MOVE H-SATZNUMMER            TO KAIRUN-ANZ-GELESEN
178300     MOVE H-ANZ-UEBERGEBEN        TO KAIRUN-ANZ-GESCHRIEBEN
178400     MOVE H-ANZ-ABGEWIESEN        TO KAIRUN-ANZ-FEHLER
178500     CALL "AKARUN"
178600     USING KAIRUN-EINGABEBEREICH
178700           GSOVER-VERSTAENDIGUNGSBEREICH
178800     END-CALL
178900     .
179000 8100-LAUFREGISTER-ENDE-1002.
179100 8100-LAUFREGISTER-ENDE-EXIT.
179200     EXIT.
179300/---------------------------------------------------------------*
179400* Programmende                                                  *
179500*---------------------------------------------------------------*
179600 9999-EXIT SECTION.
179700 9999-EXIT-1001.
179800     PERFORM 8100-LAUFREGISTER-ENDE
179900                              THRU 8100-LAUFREGISTER-ENDE-EXIT
179901*    offene Siegel der aufbewahrten Lieferungen schreiben         D02
179902     MOVE C-01-INT-SIEGEL-ENDE    TO KAISIG-FUNKTION              D02
179903     MOVE C-RUN-PROGRAMM          TO KAISIG-PROGRAMM              D02
179904     CALL "AKASIG"                                                D02
179905     USING KAISIG-EINGABEBEREICH                                  D02
179906           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
179907     END-CALL                                                     D02
179908     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
180000     CLOSE WPKIN
180100     CLOSE WPKPROT
180200     CLOSE RPLSTORE
180300     .
180400 9999-EXIT-1002.
180500 9999-EXIT-EXIT.
180600     EXIT.
