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
000160*@Titel         : Ueberziehungsueberwachung der Nostrokonten
000160*@Elementname   : akanue.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Ueberziehungsueberwachung Nostrokonten    *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Ueberwacht die Nostrokonten gegen die in KA000AKEN je    *
001800* Konto vereinbarte Kreditlinie (KAO0AEN-KREDITLINIE, in   *
001900* der Waehrung der Vereinbarung; Null oder ohne            *
002000* Vereinbarung = keine Linie). Grundlage ist die Auszugs-  *
002100* Historie KA02AKAH (Zeilenscan KA03AKAH) wie in AKAZST.   *
002200* Laufart T (taeglich, NUEPARM): alle am Stichtag (Vorgabe *
002300* heute) uebernommenen Auszuege werden mit Endsaldo und,   *
002400* sofern geliefert, valutarischem Saldo gegen die Linie    *
002500* gestellt. Ein Sollsaldo ueber der Linie ergibt je Saldo  *
002600* eine Zeile LINIE-UEBER in NUEAUS und je Auszug eine      *
002700* Benachrichtigung ueber AKANOTI.                          *
002800* Laufart M (monatlich, NUEPARM-Datum im Berichtsmonat,    *
002900* Vorgabe Vormonat): je Konto und Waehrung wird fuer jeden *
003000* Kalendertag des Monats der gueltige Saldo bestimmt       *
003100* (valutarischer Saldo, sonst Endsaldo des letzten         *
003200* Auszugs bis zu diesem Tag) und ausgewiesen: Anzahl der   *
003300* Solltage, Tage ueber der Linie, hoechste Inanspruchnahme *
003400* mit Datum sowie die geschaetzten Ueberziehungskosten     *
003500* (Sollsaldo x Tage x KAO0AEN-UEBERZ-ZINSSATZ / 360).      *
003600* Konten ohne Solltag im Monat werden nicht ausgewiesen.   *
003700*@E-ELEMENTBESCHREIBUNG                                    *
003800*                                                          *
003900*@A-COBOL-COPY                                             *
004000* Benoetigte COBOL-Copies:                                 *
004100* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004200* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004300* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                  *
004400* CKA0AKAH   : ZEILENSCAN KA03AKAH                         *
004500* CKAI0AEN   : EINGABEBEREICH KA000AKEN                    *
004600* CKAO0AEN   : AUSGABEBEREICH KA000AKEN                    *
004700* CKAINOTI1  : EINGABEBEREICH AKANOTI                      *
004800*@E-COBOL-COPY                                             *
004900*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58804                                               *      D01
090052*     Neuanlage - Ueberwachung der Nostrokonten gegen die  *      D01
090053*     vereinbarte Kreditlinie (taeglich mit Benachrichti-  *      D01
090054*     gung) und Monatsbericht der Ueberziehungen.          *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKANUE.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT NUEPARM               ASSIGN TO "NUEPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT NUEAUS                ASSIGN TO "NUEAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  NUEPARM
101700     RECORDING MODE IS F.
101800 01  NUE-PARM-SATZ.
101900     05 NUE-P-LAUFART             PIC X(001).
102000        88 NUE-P-TAEGLICH         VALUE "T" " ".
102100        88 NUE-P-MONATLICH        VALUE "M".
102200     05 FILLER                    PIC X(001).
102300     05 NUE-P-DATUM               PIC 9(008).
102400 FD  NUEAUS
102500     RECORDING MODE IS F.
102600 01  NUE-DRUCKZEILE               PIC X(150).
102700*---------------------------------------------------------------*
102800* WORKING-STORAGE-Section                                       *
102900*---------------------------------------------------------------*
103000 WORKING-STORAGE SECTION.
103100 01  VERS-INF.
103200     05  FILLER PIC X(13) VALUE "ELEM=akanue  ".
103300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103400/---------------------------------------------------------------*
103500* Konstanten                                                    *
103600*---------------------------------------------------------------*
103700 01  GS-KONSTANTEN.
103800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103900     20 C-AKANUE                  PIC X(008) VALUE "AKANUE".
104000     20 C-OBJEKT-TAB-KA03AKAH     PIC X(009) VALUE "KA03AKAH".
104100     20 C-OBJEKT-TAB-KA000AKEN    PIC X(009) VALUE "KA000AKEN".
104200     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104300     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
104400     20 C-OBJEKT-KA-NOTI          PIC X(020) VALUE "AKANOTI".
104500     20 C-FUNKTION-BENACHRICHTIGEN
104600                                  PIC X(040) VALUE
104700                                  "01-INT-BENACHRICHTIGEN".
104800     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104900     20 C-J                       PIC X(001) VALUE "J".
105000     20 C-N                       PIC X(001) VALUE "N".
105100     20 C-SALDOART-END            PIC X(001) VALUE "E".
105200     20 C-SALDOART-VALUTA         PIC X(001) VALUE "V".
105300     20 C-MAX-KONTEN              PIC 9(003) VALUE 200.
105400     20 C-MAX-SALDEN              PIC 9(004) VALUE 1000.
105500 01  C-MELDUNGEN.
105600     05 C-MELD-LINIE-UEBER        PIC X(012) VALUE "LINIE-UEBER ".
105700     05 C-MELD-SOLL-TAGE          PIC X(012) VALUE "SOLL-TAGE   ".
105800 01  C-TEXTE.
105900     05 C-TEXT-ANZ-AUSZUEGE       PIC X(040) VALUE
106000        "GEPRUEFTE AUSZUEGE".
106100     05 C-TEXT-ANZ-LINIE-UEBER    PIC X(040) VALUE
106200        "AUSZUEGE UEBER DER KREDITLINIE".
106300     05 C-TEXT-ANZ-KONTEN         PIC X(040) VALUE
106400        "KONTEN MIT SOLLTAGEN".
106500     05 C-TEXT-ANZ-UEBERLAUF      PIC X(040) VALUE
106600        "NICHT AUFGENOMMEN (TABELLE VOLL)".
106700/---------------------------------------------------------------*
106800* Formatzeilen Bericht NUEAUS                                   *
106900*---------------------------------------------------------------*
107000 01  NUE-KOPF-T.
107100     05 FILLER                    PIC X(025) VALUE
107200        "MELDUNG      HERKUNFT    ".
107300     05 FILLER                    PIC X(036) VALUE
107400        "KONTO-ID".
107500     05 FILLER                    PIC X(016) VALUE
107600        "WAE AUSZUG   S  ".
107700     05 FILLER                    PIC X(054) VALUE
107800        "              SALDO            LINIE   UEBERSCHREITUNG".
107900     05 FILLER                    PIC X(019) VALUE SPACE.
108000 01  NUE-DETAIL-T.
108100     05 NUE-T-MELDUNG             PIC X(012).
108200     05 FILLER                    PIC X(001) VALUE SPACE.
108300     05 NUE-T-HERKUNFT            PIC X(011).
108400     05 FILLER                    PIC X(001) VALUE SPACE.
108500     05 NUE-T-KONTO-ID            PIC X(035).
108600     05 FILLER                    PIC X(001) VALUE SPACE.
108700     05 NUE-T-WAEHRUNG            PIC X(003).
108800     05 FILLER                    PIC X(001) VALUE SPACE.
108900     05 NUE-T-AUSZUGSDATUM        PIC 9(008).
109000     05 FILLER                    PIC X(001) VALUE SPACE.
109100     05 NUE-T-SALDOART            PIC X(001).
109200     05 FILLER                    PIC X(001) VALUE SPACE.
109300     05 NUE-T-SALDO               PIC -(015)9,99.
109400     05 FILLER                    PIC X(001) VALUE SPACE.
109500     05 NUE-T-LINIE               PIC Z(012)9,99.
109600     05 FILLER                    PIC X(001) VALUE SPACE.
109700     05 NUE-T-UEBERSCHREITUNG     PIC Z(014)9,99.
109800     05 FILLER                    PIC X(019) VALUE SPACE.
109900 01  NUE-KOPF-M.
110000     05 FILLER                    PIC X(019) VALUE
110100        "MELDUNG      MONAT ".
110200     05 FILLER                    PIC X(048) VALUE
110300        "HERKUNFT    KONTO-ID".
110400     05 FILLER                    PIC X(044) VALUE
110500        "WAE SOL UEB           SPITZE AM       ".
110600     05 FILLER                    PIC X(039) VALUE
110700        "           LINIE    SATZ       KOSTEN V".
110800 01  NUE-DETAIL-M.
110900     05 NUE-M-MELDUNG             PIC X(012).
111000     05 FILLER                    PIC X(001) VALUE SPACE.
111100     05 NUE-M-MONAT               PIC 9(006).
111200     05 FILLER                    PIC X(001) VALUE SPACE.
111300     05 NUE-M-HERKUNFT            PIC X(011).
111400     05 FILLER                    PIC X(001) VALUE SPACE.
111500     05 NUE-M-KONTO-ID            PIC X(035).
111600     05 FILLER                    PIC X(001) VALUE SPACE.
111700     05 NUE-M-WAEHRUNG            PIC X(003).
111800     05 FILLER                    PIC X(001) VALUE SPACE.
111900     05 NUE-M-TAGE-SOLL           PIC ZZ9.
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 NUE-M-TAGE-UEBER          PIC ZZ9.
112200     05 FILLER                    PIC X(001) VALUE SPACE.
112300     05 NUE-M-SPITZE              PIC Z(014)9,99.
112400     05 FILLER                    PIC X(001) VALUE SPACE.
112500     05 NUE-M-SPITZE-DATUM        PIC 9(008).
112600     05 FILLER                    PIC X(001) VALUE SPACE.
112700     05 NUE-M-LINIE               PIC Z(012)9,99.
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 NUE-M-ZINSSATZ            PIC ZZ9,9999.
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 NUE-M-KOSTEN              PIC Z(010)9,99.
113200     05 FILLER                    PIC X(001) VALUE SPACE.
113300     05 NUE-M-VEREINBARUNG-KZ     PIC X(001).
113400     05 FILLER                    PIC X(012) VALUE SPACE.
113500 01  NUE-PROTOKOLL.
113600     05 NUE-R-TEXT                PIC X(040).
113700     05 FILLER                    PIC X(001) VALUE SPACE.
113800     05 NUE-R-ANZAHL              PIC Z(006)9.
113900     05 FILLER                    PIC X(102) VALUE SPACE.
114000/---------------------------------------------------------------*
114100* Salden des Berichtsmonats (Laufart M)                         *
114200*---------------------------------------------------------------*
114300 01  NUE-SALDEN-TABELLE.
114400     05 NUE-ANZ-SALDEN            PIC 9(004) COMP-3 VALUE ZERO.
114500     05 NUE-SALDO                 OCCURS 1000.
114600        10 NUE-S-KONTO-IND        PIC 9(003) COMP-3.
114700        10 NUE-S-DATUM-J          PIC S9(007) COMP-3.
114800        10 NUE-S-FOLGE            PIC 9(010) COMP-3.
114900        10 NUE-S-SALDO            PIC S9(015)V9(003) COMP-3.
115000/---------------------------------------------------------------*
115100* Konten und Waehrungstaschen des Berichtsmonats; Anfangssaldo  *
115200* ist der letzte Saldo vor Monatsbeginn (Laufart M)             *
115300*---------------------------------------------------------------*
115400 01  NUE-KONTEN-TABELLE.
115500     05 NUE-ANZ-KONTEN            PIC 9(003) COMP-3 VALUE ZERO.
115600     05 NUE-KONTO                 OCCURS 200.
115700        10 NUE-K-HERKUNFT         PIC X(011).
115800        10 NUE-K-KONTO-ID         PIC X(035).
115900        10 NUE-K-WAEHRUNG         PIC X(003).
116000        10 NUE-K-ANF-DATUM        PIC 9(008).
116100        10 NUE-K-ANF-FOLGE        PIC 9(010) COMP-3.
116200        10 NUE-K-ANF-SALDO        PIC S9(015)V9(003) COMP-3.
116300/---------------------------------------------------------------*
116400* Meldungsgewichte, Verstaendigungsbereich, Tabellenzugriff     *
116500*---------------------------------------------------------------*
116600  COPY DCTGRCGE.
116700  COPY CGSOVER.
116800  COPY CGSTTAB.
116900  COPY CKA0AKAH.
117000  COPY CKAI0AEN.
117100  COPY CKAO0AEN.
117200  COPY CKAINOTI1.
117300 01  DUMMY                        PIC X(001).
117400/---------------------------------------------------------------*
117500* Hilfsvariable                                                 *
117600*---------------------------------------------------------------*
117700 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
117800 01  H-AH-STATUS                  PIC X(001).
117900     88 AH-GEFUNDEN               VALUE "J".
118000     88 AH-N-GEFUNDEN             VALUE "N".
118100 01  H-HEUTE                      PIC 9(008).
118200 01  H-STICHTAG                   PIC 9(008).
118300 01  H-MONAT-VON                  PIC 9(008).
118400 01  H-MONAT-VON-R                REDEFINES H-MONAT-VON.
118500     05 H-MONAT-VON-JJJJMM        PIC 9(006).
118600     05 H-MONAT-VON-TT            PIC 9(002).
118700 01  H-MONAT-BIS                  PIC 9(008).
118800 01  H-FOLGEMONAT                 PIC 9(008).
118900 01  H-FOLGEMONAT-R               REDEFINES H-FOLGEMONAT.
119000     05 H-FOLGEMONAT-JJJJ         PIC 9(004).
119100     05 H-FOLGEMONAT-MM           PIC 9(002).
119200     05 H-FOLGEMONAT-TT           PIC 9(002).
119300 01  H-VON-J                      PIC S9(007) COMP-3.
119400 01  H-BIS-J                      PIC S9(007) COMP-3.
119500 01  H-TAG-J                      PIC S9(007) COMP-3.
119600 01  H-FOLGE                      PIC 9(010) COMP-3.
119700 01  H-BESTE-FOLGE                PIC 9(010) COMP-3.
119800 01  H-KONTO-IND                  PIC 9(003) COMP-3.
119900 01  H-SUCH-IND                   PIC 9(004) COMP-3.
120000 01  H-SALDO                      PIC S9(015)V9(003) COMP-3.
120100 01  H-INANSPRUCHNAHME            PIC S9(015)V9(003) COMP-3.
120200 01  H-UEBERSCHREITUNG            PIC S9(015)V9(003) COMP-3.
120300 01  H-SALDOART                   PIC X(001).
120400 01  H-SUCH-WAEHRUNG              PIC X(003).
120500 01  H-SALDO-STATUS               PIC X(001).
120600     88 SALDO-BEKANNT             VALUE "J".
120700     88 SALDO-N-BEKANNT           VALUE "N".
120800 01  H-BRUCH-STATUS               PIC X(001).
120900     88 BRUCH-JA                  VALUE "J".
121000     88 BRUCH-NEIN                VALUE "N".
121100*    Vereinbarung des Kontos fuer die Waehrungstasche
121200 01  H-VEREINBARUNG-KZ            PIC X(001).
121300 01  H-LINIE                      PIC 9(013)V9(002).
121400 01  H-ZINSSATZ                   PIC 9(003)V9(004).
121500*    Monatswerte eines Kontos
121600 01  H-TAGE-SOLL                  PIC 9(003) COMP-3.
121700 01  H-TAGE-UEBER                 PIC 9(003) COMP-3.
121800 01  H-SPITZE                     PIC S9(015)V9(003) COMP-3.
121900 01  H-SPITZE-DATUM               PIC 9(008).
122000 01  H-KOSTEN                     PIC S9(011)V9(002) COMP-3.
122100 01  H-MELDUNGSTEXT               PIC X(120).
122200 01  H-ANZ-AUSZUEGE               PIC 9(007) COMP-3 VALUE ZERO.
122300 01  H-ANZ-LINIE-UEBER            PIC 9(007) COMP-3 VALUE ZERO.
122400 01  H-ANZ-KONTEN-SOLL            PIC 9(007) COMP-3 VALUE ZERO.
122500 01  H-ANZ-UEBERLAUF              PIC 9(007) COMP-3 VALUE ZERO.
122600/****************************************************************
122700 PROCEDURE DIVISION.
122800*****************************************************************
122900 0000-MAINLINE SECTION.
123000 0000-MAINLINE-1001.
123100     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
123200     IF NUE-P-MONATLICH
123300     THEN
123400       PERFORM 3000-MONATSBERICHT THRU 3000-MONATSBERICHT-EXIT
123500     ELSE
123600       PERFORM 2000-TAGESPRUEFUNG THRU 2000-TAGESPRUEFUNG-EXIT
123700     END-IF
123800     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
123900     STOP RUN
124000     .
124100 0000-MAINLINE-1002.
124200     EXIT.
124300/---------------------------------------------------------------*
124400* Initialisierung: Laufart T mit Stichtag (Vorgabe heute),      *
124500* Laufart M mit Berichtsmonat (Vorgabe Vormonat)                *
124600*---------------------------------------------------------------*
124700 1000-INITIALISIERUNG SECTION.
124800 1000-INITIALISIERUNG-1001.
124900     OPEN INPUT  NUEPARM
125000     OPEN OUTPUT NUEAUS
125100     READ NUEPARM
125200       AT END
125300         INITIALIZE NUE-PARM-SATZ
125400     END-READ
125500     ACCEPT H-HEUTE               FROM DATE YYYYMMDD
125600     IF NUE-P-DATUM               NOT NUMERIC
125700        OR NUE-P-DATUM            = ZERO
125800     THEN
125900       MOVE ZERO                  TO NUE-P-DATUM
126000     END-IF
126100     IF NUE-P-MONATLICH
126200     THEN
126300       IF NUE-P-DATUM             = ZERO
126400       THEN
126500*        Vormonat: Tag vor dem Ersten des laufenden Monats
126600         MOVE H-HEUTE             TO H-MONAT-VON
126700         MOVE 01                  TO H-MONAT-VON-TT
126800         COMPUTE H-TAG-J = FUNCTION INTEGER-OF-DATE (H-MONAT-VON)
126900                         - 1
127000         COMPUTE H-MONAT-VON = FUNCTION DATE-OF-INTEGER (H-TAG-J)
127100       ELSE
127200         MOVE NUE-P-DATUM         TO H-MONAT-VON
127300       END-IF
127400       MOVE 01                    TO H-MONAT-VON-TT
127500       MOVE H-MONAT-VON           TO H-FOLGEMONAT
127600       IF H-FOLGEMONAT-MM         = 12
127700       THEN
127800         ADD C-1                  TO H-FOLGEMONAT-JJJJ
127900         MOVE 01                  TO H-FOLGEMONAT-MM
128000       ELSE
128100         ADD C-1                  TO H-FOLGEMONAT-MM
128200       END-IF
128300       COMPUTE H-VON-J = FUNCTION INTEGER-OF-DATE (H-MONAT-VON)
128400       COMPUTE H-BIS-J = FUNCTION INTEGER-OF-DATE (H-FOLGEMONAT)
128500                       - 1
128600       COMPUTE H-MONAT-BIS = FUNCTION DATE-OF-INTEGER (H-BIS-J)
128700       MOVE NUE-KOPF-M            TO NUE-DRUCKZEILE
128800     ELSE
128900       IF NUE-P-DATUM             = ZERO
129000       THEN
129100         MOVE H-HEUTE             TO H-STICHTAG
129200       ELSE
129300         MOVE NUE-P-DATUM         TO H-STICHTAG
129400       END-IF
129500       MOVE NUE-KOPF-T            TO NUE-DRUCKZEILE
129600     END-IF
129700     WRITE NUE-DRUCKZEILE
129800     .
129900 1000-INITIALISIERUNG-1002.
130000 1000-INITIALISIERUNG-EXIT.
130100     EXIT.
130200/---------------------------------------------------------------*
130300* Laufart T: am Stichtag uebernommene Auszuege gegen die        *
130400* Kreditlinie pruefen                                           *
130500*---------------------------------------------------------------*
130600 2000-TAGESPRUEFUNG SECTION.
130700 2000-TAGESPRUEFUNG-1001.
130800     MOVE C-1                     TO H-LFD-ZEILE
130900     PERFORM 8000-AH-ZEILE-LESEN  THRU 8000-AH-ZEILE-LESEN-EXIT
131000     PERFORM UNTIL AH-N-GEFUNDEN
131100       IF KA0AKAH-UEBERNAHME-DATUM = H-STICHTAG
131200       THEN
131300         PERFORM 2100-AUSZUG-PRUEFEN
131400                                THRU 2100-AUSZUG-PRUEFEN-EXIT
131500       END-IF
131600       ADD C-1                    TO H-LFD-ZEILE
131700       PERFORM 8000-AH-ZEILE-LESEN
131800                                THRU 8000-AH-ZEILE-LESEN-EXIT
131900     END-PERFORM
132000     .
132100 2000-TAGESPRUEFUNG-1002.
132200 2000-TAGESPRUEFUNG-EXIT.
132300     EXIT.
132400/---------------------------------------------------------------*
132500* Ein Auszug: Endsaldo und valutarischen Saldo pruefen, bei     *
132600* Ueberschreitung benachrichtigen                               *
132700*---------------------------------------------------------------*
132800 2100-AUSZUG-PRUEFEN SECTION.
132900 2100-AUSZUG-PRUEFEN-1001.
133000     ADD C-1                      TO H-ANZ-AUSZUEGE
133100     MOVE KA0AKAH-HERKUNFT        TO KAI0AEN-HERKUNFT
133200     MOVE KA0AKAH-KONTO-ID        TO KAI0AEN-KONTO-ID
133300     MOVE KA0AKAH-WAEHRUNG        TO H-SUCH-WAEHRUNG
133400     PERFORM 8100-VEREINBARUNG-LESEN
133500                                THRU 8100-VEREINBARUNG-LESEN-EXIT
133600     SET BRUCH-NEIN               TO TRUE
133700     MOVE KA0AKAH-ENDSALDO        TO H-SALDO
133800     MOVE C-SALDOART-END          TO H-SALDOART
133900     PERFORM 2200-SALDO-PRUEFEN   THRU 2200-SALDO-PRUEFEN-EXIT
134000     IF KA0AKAH-VALUTA-SALDO-KZ   = C-J
134100     THEN
134200       MOVE KA0AKAH-VALUTA-SALDO  TO H-SALDO
134300       MOVE C-SALDOART-VALUTA     TO H-SALDOART
134400       PERFORM 2200-SALDO-PRUEFEN THRU 2200-SALDO-PRUEFEN-EXIT
134500     END-IF
134600     IF BRUCH-NEIN
134700     THEN
134800       GO TO 2100-AUSZUG-PRUEFEN-EXIT
134900     END-IF
135000     ADD C-1                      TO H-ANZ-LINIE-UEBER
135100     PERFORM 2300-BENACHRICHTIGEN THRU 2300-BENACHRICHTIGEN-EXIT
135200     .
135300 2100-AUSZUG-PRUEFEN-1002.
135400 2100-AUSZUG-PRUEFEN-EXIT.
135500     EXIT.
135600/---------------------------------------------------------------*
135700* Ein Saldo (H-SALDO) gegen die Linie stellen                   *
135800*---------------------------------------------------------------*
135900 2200-SALDO-PRUEFEN SECTION.
136000 2200-SALDO-PRUEFEN-1001.
136100     IF H-SALDO                   NOT < ZERO
136200     THEN
136300       GO TO 2200-SALDO-PRUEFEN-EXIT
136400     END-IF
136500     COMPUTE H-INANSPRUCHNAHME    = H-SALDO * -1
136600     IF H-INANSPRUCHNAHME         NOT > H-LINIE
136700     THEN
136800       GO TO 2200-SALDO-PRUEFEN-EXIT
136900     END-IF
137000     SET BRUCH-JA                 TO TRUE
137100     COMPUTE H-UEBERSCHREITUNG    = H-INANSPRUCHNAHME - H-LINIE
137200     INITIALIZE NUE-DETAIL-T
137300     MOVE C-MELD-LINIE-UEBER      TO NUE-T-MELDUNG
137400     MOVE KA0AKAH-HERKUNFT        TO NUE-T-HERKUNFT
137500     MOVE KA0AKAH-KONTO-ID        TO NUE-T-KONTO-ID
137600     MOVE KA0AKAH-WAEHRUNG        TO NUE-T-WAEHRUNG
137700     MOVE KA0AKAH-AUSZUGSDATUM    TO NUE-T-AUSZUGSDATUM
137800     MOVE H-SALDOART              TO NUE-T-SALDOART
137900     MOVE H-SALDO                 TO NUE-T-SALDO
138000     MOVE H-LINIE                 TO NUE-T-LINIE
138100     MOVE H-UEBERSCHREITUNG       TO NUE-T-UEBERSCHREITUNG
138200     MOVE NUE-DETAIL-T            TO NUE-DRUCKZEILE
138300     WRITE NUE-DRUCKZEILE
138400     .
138500 2200-SALDO-PRUEFEN-1002.
138600 2200-SALDO-PRUEFEN-EXIT.
138700     EXIT.
138800/---------------------------------------------------------------*
138900* Benachrichtigung ueber AKANOTI (Mail an den nachgelagerten    *
139000* Verteiler)                                                    *
139100*---------------------------------------------------------------*
139200 2300-BENACHRICHTIGEN SECTION.
139300 2300-BENACHRICHTIGEN-1001.
139400     INITIALIZE KAINOTI1-EINGABEBEREICH
139500     SET KAINOTI1-KANAL-MAIL      TO TRUE
139600     MOVE "KA02AH"                TO KAINOTI1-EREIGNIS-OBJEKT
139700     MOVE C-AKANUE                TO KAINOTI1-AUSLOESER
139800     SET KAINOTI1-ESKALATION-NEIN TO TRUE
139900     MOVE SPACE                   TO H-MELDUNGSTEXT
140000     STRING "Kreditlinie ueberschritten Nostro "
140100            KA0AKAH-HERKUNFT      DELIMITED BY SPACE
140200            " "                   DELIMITED BY SIZE
140300            KA0AKAH-KONTO-ID      DELIMITED BY SPACE
140400            " "                   DELIMITED BY SIZE
140500            KA0AKAH-WAEHRUNG      DELIMITED BY SIZE
140600            " Auszug vom "        DELIMITED BY SIZE
140700            KA0AKAH-AUSZUGSDATUM  DELIMITED BY SIZE
140800       INTO H-MELDUNGSTEXT
140900     END-STRING
141000     MOVE H-MELDUNGSTEXT          TO KAINOTI1-MELDUNGSTEXT
141100     CALL "AKANOTI"
141200     USING C-FUNKTION-BENACHRICHTIGEN
141300           C-KONFIG-ID-KA
141400           C-OBJEKT-KA-NOTI
141500           GSOVER-VERSTAENDIGUNGSBEREICH
141600           KAINOTI1-EINGABEBEREICH
141700           DUMMY
141800           DUMMY
141900     END-CALL
142000     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
142100     .
142200 2300-BENACHRICHTIGEN-1002.
142300 2300-BENACHRICHTIGEN-EXIT.
142400     EXIT.
142500/---------------------------------------------------------------*
142600* Laufart M: Salden laden und je Konto die Tage des Monats      *
142700* bewerten                                                      *
142800*---------------------------------------------------------------*
142900 3000-MONATSBERICHT SECTION.
143000 3000-MONATSBERICHT-1001.
143100     MOVE C-1                     TO H-LFD-ZEILE
143200     PERFORM 8000-AH-ZEILE-LESEN  THRU 8000-AH-ZEILE-LESEN-EXIT
143300     PERFORM UNTIL AH-N-GEFUNDEN
143400       IF KA0AKAH-AUSZUGSDATUM    NOT > H-MONAT-BIS
143500       THEN
143600         PERFORM 3100-SALDO-LADEN THRU 3100-SALDO-LADEN-EXIT
143700       END-IF
143800       ADD C-1                    TO H-LFD-ZEILE
143900       PERFORM 8000-AH-ZEILE-LESEN
144000                                THRU 8000-AH-ZEILE-LESEN-EXIT
144100     END-PERFORM
144200     PERFORM 3300-KONTO-BEWERTEN  THRU 3300-KONTO-BEWERTEN-EXIT
144300             VARYING H-KONTO-IND FROM 1 BY 1
144400             UNTIL H-KONTO-IND    > NUE-ANZ-KONTEN
144500     .
144600 3000-MONATSBERICHT-1002.
144700 3000-MONATSBERICHT-EXIT.
144800     EXIT.
144900/---------------------------------------------------------------*
145000* Saldo eines Auszugs uebernehmen: valutarischer Saldo, sonst   *
145100* Endsaldo; vor Monatsbeginn nur als Anfangssaldo des Kontos    *
145200*---------------------------------------------------------------*
145300 3100-SALDO-LADEN SECTION.
145400 3100-SALDO-LADEN-1001.
145500     PERFORM 3200-KONTO-SUCHEN    THRU 3200-KONTO-SUCHEN-EXIT
145600     IF H-KONTO-IND               = ZERO
145700     THEN
145800       GO TO 3100-SALDO-LADEN-EXIT
145900     END-IF
146000     IF KA0AKAH-VALUTA-SALDO-KZ   = C-J
146100     THEN
146200       MOVE KA0AKAH-VALUTA-SALDO  TO H-SALDO
146300     ELSE
146400       MOVE KA0AKAH-ENDSALDO      TO H-SALDO
146500     END-IF
146600     COMPUTE H-FOLGE = KA0AKAH-AUSZUGSNUMMER * 100000
146700                     + KA0AKAH-AUSZUG-FNR
146800     IF KA0AKAH-AUSZUGSDATUM      < H-MONAT-VON
146900     THEN
147000       IF KA0AKAH-AUSZUGSDATUM    > NUE-K-ANF-DATUM (H-KONTO-IND)
147100          OR (KA0AKAH-AUSZUGSDATUM = NUE-K-ANF-DATUM (H-KONTO-IND)
147200              AND H-FOLGE         > NUE-K-ANF-FOLGE (H-KONTO-IND))
147300       THEN
147400         MOVE KA0AKAH-AUSZUGSDATUM
147500                                  TO NUE-K-ANF-DATUM (H-KONTO-IND)
147600         MOVE H-FOLGE             TO NUE-K-ANF-FOLGE (H-KONTO-IND)
147700         MOVE H-SALDO             TO NUE-K-ANF-SALDO (H-KONTO-IND)
147800       END-IF
147900       GO TO 3100-SALDO-LADEN-EXIT
148000     END-IF
148100     IF NUE-ANZ-SALDEN            NOT < C-MAX-SALDEN
148200     THEN
148300       ADD C-1                    TO H-ANZ-UEBERLAUF
148400       GO TO 3100-SALDO-LADEN-EXIT
148500     END-IF
148600     ADD C-1                      TO NUE-ANZ-SALDEN
148700     MOVE H-KONTO-IND
148800                          TO NUE-S-KONTO-IND (NUE-ANZ-SALDEN)
148900     COMPUTE NUE-S-DATUM-J (NUE-ANZ-SALDEN) =
149000             FUNCTION INTEGER-OF-DATE (KA0AKAH-AUSZUGSDATUM)
149100     MOVE H-FOLGE                 TO NUE-S-FOLGE (NUE-ANZ-SALDEN)
149200     MOVE H-SALDO                 TO NUE-S-SALDO (NUE-ANZ-SALDEN)
149300     .
149400 3100-SALDO-LADEN-1002.
149500 3100-SALDO-LADEN-EXIT.
149600     EXIT.
149700/---------------------------------------------------------------*
149800* Kontoeintrag (Herkunft/Konto-Id/Waehrung aus KA0AKAH) suchen  *
149900* oder anlegen                                                  *
150000*---------------------------------------------------------------*
150100 3200-KONTO-SUCHEN SECTION.
150200 3200-KONTO-SUCHEN-1001.
150300     MOVE ZERO                    TO H-KONTO-IND
150400     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
150500             UNTIL H-SUCH-IND     > NUE-ANZ-KONTEN
150600                OR H-KONTO-IND    NOT = ZERO
150700       IF NUE-K-HERKUNFT (H-SUCH-IND) = KA0AKAH-HERKUNFT
150800          AND NUE-K-KONTO-ID (H-SUCH-IND) = KA0AKAH-KONTO-ID
150900          AND NUE-K-WAEHRUNG (H-SUCH-IND) = KA0AKAH-WAEHRUNG
151000       THEN
151100         MOVE H-SUCH-IND          TO H-KONTO-IND
151200       END-IF
151300     END-PERFORM
151400     IF H-KONTO-IND               NOT = ZERO
151500     THEN
151600       GO TO 3200-KONTO-SUCHEN-EXIT
151700     END-IF
151800     IF NUE-ANZ-KONTEN            NOT < C-MAX-KONTEN
151900     THEN
152000       ADD C-1                    TO H-ANZ-UEBERLAUF
152100       GO TO 3200-KONTO-SUCHEN-EXIT
152200     END-IF
152300     ADD C-1                      TO NUE-ANZ-KONTEN
152400     MOVE NUE-ANZ-KONTEN          TO H-KONTO-IND
152500     MOVE KA0AKAH-HERKUNFT        TO NUE-K-HERKUNFT (H-KONTO-IND)
152600     MOVE KA0AKAH-KONTO-ID        TO NUE-K-KONTO-ID (H-KONTO-IND)
152700     MOVE KA0AKAH-WAEHRUNG        TO NUE-K-WAEHRUNG (H-KONTO-IND)
152800     MOVE ZERO                    TO NUE-K-ANF-DATUM (H-KONTO-IND)
152900                                     NUE-K-ANF-FOLGE (H-KONTO-IND)
153000                                     NUE-K-ANF-SALDO (H-KONTO-IND)
153100     .
153200 3200-KONTO-SUCHEN-1002.
153300 3200-KONTO-SUCHEN-EXIT.
153400     EXIT.
153500/---------------------------------------------------------------*
153600* Ein Konto: fuer jeden Kalendertag des Monats den gueltigen    *
153700* Saldo bestimmen und Solltage, Tage ueber der Linie, Spitze    *
153800* und Ueberziehungskosten (Saldo x Satz / 360 je Tag) ermitteln *
153900*---------------------------------------------------------------*
154000 3300-KONTO-BEWERTEN SECTION.
154100 3300-KONTO-BEWERTEN-1001.
154200     MOVE NUE-K-HERKUNFT (H-KONTO-IND)
154300                                  TO KAI0AEN-HERKUNFT
154400     MOVE NUE-K-KONTO-ID (H-KONTO-IND)
154500                                  TO KAI0AEN-KONTO-ID
154600     MOVE NUE-K-WAEHRUNG (H-KONTO-IND)
154700                                  TO H-SUCH-WAEHRUNG
154800     PERFORM 8100-VEREINBARUNG-LESEN
154900                                THRU 8100-VEREINBARUNG-LESEN-EXIT
155000     MOVE ZERO                    TO H-TAGE-SOLL
155100                                     H-TAGE-UEBER
155200                                     H-SPITZE
155300                                     H-SPITZE-DATUM
155400                                     H-KOSTEN
155500     IF NUE-K-ANF-DATUM (H-KONTO-IND)
155600                                  = ZERO
155700     THEN
155800       SET SALDO-N-BEKANNT        TO TRUE
155900     ELSE
156000       SET SALDO-BEKANNT          TO TRUE
156100       MOVE NUE-K-ANF-SALDO (H-KONTO-IND)
156200                                  TO H-SALDO
156300     END-IF
156400     PERFORM 3400-TAG-BEWERTEN    THRU 3400-TAG-BEWERTEN-EXIT
156500             VARYING H-TAG-J FROM H-VON-J BY 1
156600             UNTIL H-TAG-J        > H-BIS-J
156700     IF H-TAGE-SOLL               = ZERO
156800     THEN
156900       GO TO 3300-KONTO-BEWERTEN-EXIT
157000     END-IF
157100     ADD C-1                      TO H-ANZ-KONTEN-SOLL
157200     INITIALIZE NUE-DETAIL-M
157300     MOVE C-MELD-SOLL-TAGE        TO NUE-M-MELDUNG
157400     MOVE H-MONAT-VON-JJJJMM      TO NUE-M-MONAT
157500     MOVE NUE-K-HERKUNFT (H-KONTO-IND)
157600                                  TO NUE-M-HERKUNFT
157700     MOVE NUE-K-KONTO-ID (H-KONTO-IND)
157800                                  TO NUE-M-KONTO-ID
157900     MOVE NUE-K-WAEHRUNG (H-KONTO-IND)
158000                                  TO NUE-M-WAEHRUNG
158100     MOVE H-TAGE-SOLL             TO NUE-M-TAGE-SOLL
158200     MOVE H-TAGE-UEBER            TO NUE-M-TAGE-UEBER
158300     MOVE H-SPITZE                TO NUE-M-SPITZE
158400     MOVE H-SPITZE-DATUM          TO NUE-M-SPITZE-DATUM
158500     MOVE H-LINIE                 TO NUE-M-LINIE
158600     MOVE H-ZINSSATZ              TO NUE-M-ZINSSATZ
158700     MOVE H-KOSTEN                TO NUE-M-KOSTEN
158800     MOVE H-VEREINBARUNG-KZ       TO NUE-M-VEREINBARUNG-KZ
158900     MOVE NUE-DETAIL-M            TO NUE-DRUCKZEILE
159000     WRITE NUE-DRUCKZEILE
159100     .
159200 3300-KONTO-BEWERTEN-1002.
159300 3300-KONTO-BEWERTEN-EXIT.
159400     EXIT.
159500/---------------------------------------------------------------*
159600* Ein Kalendertag: letzter Auszug des Tages loest den Saldo ab, *
159700* sonst gilt der Saldo des Vortags weiter                       *
159800*---------------------------------------------------------------*
159900 3400-TAG-BEWERTEN SECTION.
160000 3400-TAG-BEWERTEN-1001.
160100     MOVE ZERO                    TO H-BESTE-FOLGE
160200     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
160300             UNTIL H-SUCH-IND     > NUE-ANZ-SALDEN
160400       IF NUE-S-KONTO-IND (H-SUCH-IND) = H-KONTO-IND
160500          AND NUE-S-DATUM-J (H-SUCH-IND) = H-TAG-J
160600          AND (H-BESTE-FOLGE      = ZERO
160700               OR NUE-S-FOLGE (H-SUCH-IND) > H-BESTE-FOLGE)
160800       THEN
160900         SET SALDO-BEKANNT        TO TRUE
161000         MOVE NUE-S-FOLGE (H-SUCH-IND)
161100                                  TO H-BESTE-FOLGE
161200         MOVE NUE-S-SALDO (H-SUCH-IND)
161300                                  TO H-SALDO
161400       END-IF
161500     END-PERFORM
161600     IF SALDO-N-BEKANNT
161700        OR H-SALDO                NOT < ZERO
161800     THEN
161900       GO TO 3400-TAG-BEWERTEN-EXIT
162000     END-IF
162100     COMPUTE H-INANSPRUCHNAHME    = H-SALDO * -1
162200     ADD C-1                      TO H-TAGE-SOLL
162300     IF H-INANSPRUCHNAHME         > H-LINIE
162400     THEN
162500       ADD C-1                    TO H-TAGE-UEBER
162600     END-IF
162700     IF H-INANSPRUCHNAHME         > H-SPITZE
162800     THEN
162900       MOVE H-INANSPRUCHNAHME     TO H-SPITZE
163000       COMPUTE H-SPITZE-DATUM = FUNCTION DATE-OF-INTEGER (H-TAG-J)
163100     END-IF
163200     COMPUTE H-KOSTEN ROUNDED = H-KOSTEN
163300             + H-INANSPRUCHNAHME * H-ZINSSATZ / 100 / 360
163400     .
163500 3400-TAG-BEWERTEN-1002.
163600 3400-TAG-BEWERTEN-EXIT.
163700     EXIT.
163800/---------------------------------------------------------------*
163900* Zeile aus KA03AKAH lesen                                      *
164000*---------------------------------------------------------------*
164100 8000-AH-ZEILE-LESEN SECTION.
164200 8000-AH-ZEILE-LESEN-1001.
164300     MOVE H-LFD-ZEILE             TO KA0AKAH-ZEILENNUMMER
164400     CALL "CGSTAB" USING
164500          C-TAB-LESEN-ZEILE
164600          C-KONFIG-ID-KA
164700          C-OBJEKT-TAB-KA03AKAH
164800          GSOVER-VERSTAENDIGUNGSBEREICH
164900          KA0AKAH-EINGABEBEREICH
165000          KA0AKAH-AUSGABEBEREICH
165100          DUMMY
165200     END-CALL
165300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
165400     THEN
165500       SET AH-GEFUNDEN            TO TRUE
165600     ELSE
165700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165800       SET AH-N-GEFUNDEN          TO TRUE
165900     END-IF
166000     .
166100 8000-AH-ZEILE-LESEN-1002.
166200 8000-AH-ZEILE-LESEN-EXIT.
166300     EXIT.
166400/---------------------------------------------------------------*
166500* Vereinbarung KA000AKEN (Schluessel in KAI0AEN) lesen: Linie   *
166600* und Satz gelten nur fuer die Waehrungstasche der Vereinbarung *
166700* (Waehrung in H-SUCH-WAEHRUNG, SPACE = Konto ohne Tasche)      *
166800*---------------------------------------------------------------*
166900 8100-VEREINBARUNG-LESEN SECTION.
167000 8100-VEREINBARUNG-LESEN-1001.
167100     MOVE C-N                     TO H-VEREINBARUNG-KZ
167200     MOVE ZERO                    TO H-LINIE
167300                                     H-ZINSSATZ
167400     INITIALIZE KAO0AEN-AUSGABEBEREICH
167500     CALL "CGSTAB"
167600     USING C-TAB-LESEN-EQUAL
167700           C-KONFIG-ID-KA
167800           C-OBJEKT-TAB-KA000AKEN
167900           GSOVER-VERSTAENDIGUNGSBEREICH
168000           KAI0AEN-EINGABEBEREICH
168100           KAO0AEN-AUSGABEBEREICH
168200           GSTTAB-EIN-AUSGABEBEREICH
168300     END-CALL
168400     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
168500     THEN
168600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
168700       GO TO 8100-VEREINBARUNG-LESEN-EXIT
168800     END-IF
168900     IF H-SUCH-WAEHRUNG           NOT = SPACE
169000        AND H-SUCH-WAEHRUNG       NOT = KAO0AEN-WAEHRUNG
169100     THEN
169200       GO TO 8100-VEREINBARUNG-LESEN-EXIT
169300     END-IF
169400     MOVE C-J                     TO H-VEREINBARUNG-KZ
169500     MOVE KAO0AEN-KREDITLINIE     TO H-LINIE
169600     MOVE KAO0AEN-UEBERZ-ZINSSATZ TO H-ZINSSATZ
169700     .
169800 8100-VEREINBARUNG-LESEN-1002.
169900 8100-VEREINBARUNG-LESEN-EXIT.
170000     EXIT.
170100/---------------------------------------------------------------*
170200* Programmende mit Endeprotokoll                                *
170300*---------------------------------------------------------------*
170400 9999-EXIT SECTION.
170500 9999-EXIT-1001.
170600     INITIALIZE NUE-PROTOKOLL
170700     IF NUE-P-MONATLICH
170800     THEN
170900       MOVE C-TEXT-ANZ-KONTEN     TO NUE-R-TEXT
171000       MOVE H-ANZ-KONTEN-SOLL     TO NUE-R-ANZAHL
171100       MOVE NUE-PROTOKOLL         TO NUE-DRUCKZEILE
171200       WRITE NUE-DRUCKZEILE
171300     ELSE
171400       MOVE C-TEXT-ANZ-AUSZUEGE   TO NUE-R-TEXT
171500       MOVE H-ANZ-AUSZUEGE        TO NUE-R-ANZAHL
171600       MOVE NUE-PROTOKOLL         TO NUE-DRUCKZEILE
171700       WRITE NUE-DRUCKZEILE
171800       MOVE C-TEXT-ANZ-LINIE-UEBER
171900                                  TO NUE-R-TEXT
172000       MOVE H-ANZ-LINIE-UEBER     TO NUE-R-ANZAHL
172100       MOVE NUE-PROTOKOLL         TO NUE-DRUCKZEILE
172200       WRITE NUE-DRUCKZEILE
172300     END-IF
172400     IF H-ANZ-UEBERLAUF           NOT = ZERO
172500     THEN
172600       MOVE C-TEXT-ANZ-UEBERLAUF  TO NUE-R-TEXT
172700       MOVE H-ANZ-UEBERLAUF       TO NUE-R-ANZAHL
172800       MOVE NUE-PROTOKOLL         TO NUE-DRUCKZEILE
172900       WRITE NUE-DRUCKZEILE
173000     END-IF
173100     CLOSE NUEPARM
173200     CLOSE NUEAUS
173300     .
173400 9999-EXIT-1002.
173500 9999-EXIT-EXIT.
173600     EXIT.
