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
000160*@Titel         : Treffsicherheit der Liquiditaetsvorschau
000160*@Elementname   : akalqg.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Treffsicherheit der Liquiditaetsvorschau  *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Taeglicher Batch, der die Liquiditaetsvorschau AKALQV    *
001800* frueherer Tage mit der tatsaechlichen Erledigung der     *
001900* Posten vergleicht. Gelesen wird die postenweise          *
002000* Prognosehistorie LQVHIST (AKALQV). Ausgewertet werden    *
002100* die Prognosen, deren Fach im Zeitraum seit dem letzten   *
002200* Lauf (LQGPARM, Vorgabe Vortag) bis zum Vortag des        *
002300* Laufdatums abgelaufen ist: HEUTE am Prognosetag selbst,  *
002400* T+1 und T+2 am Folge- bzw. zweiten Folgetag, WOCHE am    *
002500* siebten Tag. Das Fach SPAETER ist offen und wird nicht   *
002600* bewertet. Je Posten wird der heutige Stand ueber AKA5OF  *
002700* 01-STD-APO-L-DET-AUSK bzw. fuer hochvolumige Kreise      *
002800* ueber AKAHVZ LESEN ermittelt:                            *
002900* - erledigt im Fach (Schliessungsdatum im Zeitfenster     *
003000*   des Fachs) - Treffer,                                  *
003100* - frueher oder spaeter erledigt - verschoben,            *
003200* - noch offen, in Klaerung oder zurueckgestellt - offen,  *
003300* - aufgehoben oder nicht mehr vorhanden - entfallen.      *
003400* Je Abstimmkreis, Waehrung und Fach werden Anzahl,        *
003500* Treffer, Verschiebungen, offene und entfallene Posten,   *
003600* die Trefferquote und die prognostizierten bzw.           *
003700* getroffenen Betraege im Bericht LQGAUS ausgewiesen und   *
003800* an die Guetehistorie LQGHIST angefuegt. Aus LQGHIST      *
003900* wird je Abstimmkreis, Waehrung und Fach die Anzahl der   *
004000* aufeinanderfolgenden Laeufe unter der Mindestquote       *
004100* (LQGPARM, Vorgabe 80 Prozent) fortgeschrieben; ab N      *
004200* Laeufen (LQGPARM, Vorgabe 3) gilt das Fach des Kreises   *
004300* als dauerhaft ungenau und wird gekennzeichnet.           *
004400*@E-ELEMENTBESCHREIBUNG                                    *
004500*                                                          *
004600*@A-COBOL-COPY                                             *
004700* Benoetigte COBOL-Copies:                                 *
004800* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004900* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005000* CKAI5OF1   : EINGABEBEREICH AKA5OF                       *
005100* CKAO5OF1   : AUSGABEBEREICH AKA5OF                       *
005200* DKAXIND    : INDICES AKA5OF                              *
005300* CKAXIND    : INDICES AKA5OF                              *
005400* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                    *
005500* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                  *
005600*@E-COBOL-COPY                                             *
005700*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58803                                               *      D01
090052*     Neuanlage - Treffsicherheit der Liquiditaetsvorschau *      D01
090053*     je Abstimmkreis, Waehrung und Fach mit Kennzeichnung *      D01
090054*     dauerhaft ungenauer Kreise.                          *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKALQG.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT LQGPARM               ASSIGN TO "LQGPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT LQVHIST               ASSIGN TO "LQVHIST"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT LQGHIST               ASSIGN TO "LQGHIST"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT LQGAUS                ASSIGN TO "LQGAUS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800 DATA DIVISION.
101900 FILE SECTION.
102000 FD  LQGPARM
102100     RECORDING MODE IS F.
102200 01  LQG-PARM-SATZ.
102300     05 LQG-P-LAUFDATUM           PIC 9(008).
102400     05 FILLER                    PIC X(001).
102500     05 LQG-P-VORLAUF             PIC 9(008).
102600     05 FILLER                    PIC X(001).
102700     05 LQG-P-MINDESTQUOTE        PIC 9(003).
102800     05 FILLER                    PIC X(001).
102900     05 LQG-P-ANZ-LAEUFE          PIC 9(003).
103000*    Satzaufbau LQV-POSTEN der Prognosehistorie (AKALQV)
103100 FD  LQVHIST
103200     RECORDING MODE IS F.
103300 01  LQV-HISTORIENZEILE.
103400     05 LQV-H-LAUFDATUM           PIC 9(008).
103500     05 FILLER                    PIC X(001).
103600     05 LQV-H-AK-NUMMER           PIC 9(005).
103700     05 FILLER                    PIC X(001).
103800     05 LQV-H-WAEHRUNG            PIC X(003).
103900     05 FILLER                    PIC X(001).
104000     05 LQV-H-FACH                PIC X(001).
104100     05 FILLER                    PIC X(001).
104200     05 LQV-H-PROG-DATUM          PIC 9(008).
104300     05 FILLER                    PIC X(001).
104400     05 LQV-H-STATUS              PIC 9(001).
104500     05 FILLER                    PIC X(001).
104600     05 LQV-H-HOCHVOLUMEN-KZ      PIC X(001).
104700     05 FILLER                    PIC X(001).
104800     05 LQV-H-HERKUNFT            PIC X(011).
104900     05 FILLER                    PIC X(001).
105000     05 LQV-H-KONTO-ID            PIC X(035).
105100     05 FILLER                    PIC X(001).
105200     05 LQV-H-AUSZUGSDATUM        PIC 9(008).
105300     05 FILLER                    PIC X(001).
105400     05 LQV-H-AUSZUGSNUMMER       PIC 9(005).
105500     05 FILLER                    PIC X(001).
105600     05 LQV-H-AUSZUG-FNR          PIC 9(005).
105700     05 FILLER                    PIC X(001).
105800     05 LQV-H-LFD-NR              PIC 9(009).
105900     05 FILLER                    PIC X(001).
106000     05 LQV-H-BETRAG              PIC S9(013)V9(003)
106100                                  SIGN LEADING SEPARATE.
106200     05 FILLER                    PIC X(020).
106300 FD  LQGHIST
106400     RECORDING MODE IS F.
106500 01  LQG-HISTORIENZEILE.
106600     05 LQG-H-LAUFDATUM           PIC 9(008).
106700     05 FILLER                    PIC X(001).
106800     05 LQG-H-AK-NUMMER           PIC 9(005).
106900     05 FILLER                    PIC X(001).
107000     05 LQG-H-WAEHRUNG            PIC X(003).
107100     05 FILLER                    PIC X(001).
107200     05 LQG-H-FACH                PIC X(001).
107300     05 FILLER                    PIC X(001).
107400     05 LQG-H-ANZAHL              PIC 9(007).
107500     05 FILLER                    PIC X(001).
107600     05 LQG-H-TREFFER             PIC 9(007).
107700     05 FILLER                    PIC X(001).
107800     05 LQG-H-FRUEHER             PIC 9(007).
107900     05 FILLER                    PIC X(001).
108000     05 LQG-H-SPAETER             PIC 9(007).
108100     05 FILLER                    PIC X(001).
108200     05 LQG-H-OFFEN               PIC 9(007).
108300     05 FILLER                    PIC X(001).
108400     05 LQG-H-ENTFALLEN           PIC 9(007).
108500     05 FILLER                    PIC X(001).
108600     05 LQG-H-QUOTE               PIC 9(003).
108700     05 FILLER                    PIC X(001).
108800     05 LQG-H-FOLGE               PIC 9(003).
108900     05 FILLER                    PIC X(001).
109000     05 LQG-H-UNGENAU-KZ          PIC X(001).
109100     05 FILLER                    PIC X(001).
109200     05 LQG-H-BETRAG-PROGNOSE     PIC S9(013)V9(003)
109300                                  SIGN LEADING SEPARATE.
109400     05 FILLER                    PIC X(001).
109500     05 LQG-H-BETRAG-TREFFER      PIC S9(013)V9(003)
109600                                  SIGN LEADING SEPARATE.
109700     05 FILLER                    PIC X(036).
109800 FD  LQGAUS
109900     RECORDING MODE IS F.
110000 01  LQG-DRUCKZEILE               PIC X(150).
110100*---------------------------------------------------------------*
110200* WORKING-STORAGE-Section                                       *
110300*---------------------------------------------------------------*
110400 WORKING-STORAGE SECTION.
110500 01  VERS-INF.
110600     05  FILLER PIC X(13) VALUE "ELEM=akalqg  ".
110700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
110800/---------------------------------------------------------------*
110900* Konstanten                                                    *
111000*---------------------------------------------------------------*
111100 01  GS-KONSTANTEN.
111200     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
111300     20 C-AKALQG                  PIC X(006) VALUE "AKALQG".
111400     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
111500                                  VALUE "01-STD-APO-L-DET-AUSK".
111600     20 C-HVZ-LESEN               PIC X(009) VALUE "LESEN".
111700     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
111800     20 C-J                       PIC X(001) VALUE "J".
111900     20 C-N                       PIC X(001) VALUE "N".
112000     20 C-MAX-EINTRAEGE           PIC 9(004) VALUE 500.
112100     20 C-STD-MINDESTQUOTE        PIC 9(003) VALUE 80.
112200     20 C-STD-ANZ-LAEUFE          PIC 9(003) VALUE 3.
112300 01  C-STATI.
112400     05 C-STATUS-ZURUECKGEST      PIC 9(001) VALUE 1.
112500     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
112600     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
112700     05 C-STATUS-AUFGEHOBEN       PIC 9(001) VALUE 9.
112800*    Reihenfolge der Statuswerte beim Lesen eines Hochvolumen-
112900*    Postens ueber AKAHVZ (Status ist Schluesselbestandteil)
113000 01  C-HVZ-STATUSFOLGE.
113100     05 FILLER                    PIC 9(001) VALUE 2.
113200     05 FILLER                    PIC 9(001) VALUE 3.
113300     05 FILLER                    PIC 9(001) VALUE 1.
113400     05 FILLER                    PIC 9(001) VALUE 5.
113500     05 FILLER                    PIC 9(001) VALUE 8.
113600     05 FILLER                    PIC 9(001) VALUE 6.
113700     05 FILLER                    PIC 9(001) VALUE 9.
113800 01  C-HVZ-STATUSTABELLE          REDEFINES C-HVZ-STATUSFOLGE.
113900     05 C-HVZ-STATUS              PIC 9(001) OCCURS 7.
114000*    Faecher der Vorschau in der Reihenfolge der Tabelle; das
114100*    Fach SPAETER wird nicht bewertet
114200 01  C-FAECHER.
114300     05 FILLER                    PIC X(008) VALUE "HHEUTE  ".
114400     05 FILLER                    PIC X(008) VALUE "1T+1    ".
114500     05 FILLER                    PIC X(008) VALUE "2T+2    ".
114600     05 FILLER                    PIC X(008) VALUE "WWOCHE  ".
114700 01  C-FACHTABELLE                REDEFINES C-FAECHER.
114800     05 C-FACH                    OCCURS 4.
114900        10 C-FACH-KZ              PIC X(001).
115000        10 C-FACH-TEXT            PIC X(007).
115100*    Zeitfenster je Fach in Tagen ab Prognoselauf (von / bis)
115200 01  C-FENSTER.
115300     05 FILLER                    PIC 9(002) VALUE 00.
115400     05 FILLER                    PIC 9(002) VALUE 00.
115500     05 FILLER                    PIC 9(002) VALUE 01.
115600     05 FILLER                    PIC 9(002) VALUE 01.
115700     05 FILLER                    PIC 9(002) VALUE 02.
115800     05 FILLER                    PIC 9(002) VALUE 02.
115900     05 FILLER                    PIC 9(002) VALUE 03.
116000     05 FILLER                    PIC 9(002) VALUE 07.
116100 01  C-FENSTERTABELLE             REDEFINES C-FENSTER.
116200     05 C-FENSTER-FACH            OCCURS 4.
116300        10 C-FENSTER-VON          PIC 9(002).
116400        10 C-FENSTER-BIS          PIC 9(002).
116500 01  C-TEXTE.
116600     05 C-TEXT-GESAMT             PIC X(005) VALUE "ALLE ".
116700     05 C-TEXT-ANZ-BEWERTET       PIC X(040) VALUE
116800        "BEWERTETE PROGNOSEN".
116900     05 C-TEXT-ANZ-UNGENAU        PIC X(040) VALUE
117000        "DAUERHAFT UNGENAUE FAECHER".
117100     05 C-TEXT-ANZ-UEBERLAUF      PIC X(040) VALUE
117200        "NICHT AUFGENOMMEN (TABELLE VOLL)".
117300/---------------------------------------------------------------*
117400* Formatzeilen Druckbericht LQGAUS                              *
117500*---------------------------------------------------------------*
117600 01  LQG-KOPF.
117700     05 FILLER                    PIC X(027) VALUE
117800        "DATUM    AK    WAE FACH    ".
117900     05 FILLER                    PIC X(048) VALUE
118000        " ANZAHL TREFFER FRUEHER SPAETER   OFFEN ENTFALL ".
118100     05 FILLER                    PIC X(004) VALUE "QUO ".
118200     05 FILLER                    PIC X(036) VALUE
118300        "        PROGNOSE            TREFFER ".
118400     05 FILLER                    PIC X(006) VALUE "FOL KZ".
118500     05 FILLER                    PIC X(029) VALUE SPACE.
118600 01  LQG-DETAIL.
118700     05 LQG-D-LAUFDATUM           PIC 9(008).
118800     05 FILLER                    PIC X(001) VALUE SPACE.
118900     05 LQG-D-AK-NUMMER           PIC X(005).
119000     05 FILLER                    PIC X(001) VALUE SPACE.
119100     05 LQG-D-WAEHRUNG            PIC X(003).
119200     05 FILLER                    PIC X(001) VALUE SPACE.
119300     05 LQG-D-FACH                PIC X(007).
119400     05 FILLER                    PIC X(001) VALUE SPACE.
119500     05 LQG-D-ANZAHL              PIC Z(006)9.
119600     05 FILLER                    PIC X(001) VALUE SPACE.
119700     05 LQG-D-TREFFER             PIC Z(006)9.
119800     05 FILLER                    PIC X(001) VALUE SPACE.
119900     05 LQG-D-FRUEHER             PIC Z(006)9.
120000     05 FILLER                    PIC X(001) VALUE SPACE.
120100     05 LQG-D-SPAETER             PIC Z(006)9.
120200     05 FILLER                    PIC X(001) VALUE SPACE.
120300     05 LQG-D-OFFEN               PIC Z(006)9.
120400     05 FILLER                    PIC X(001) VALUE SPACE.
120500     05 LQG-D-ENTFALLEN           PIC Z(006)9.
120600     05 FILLER                    PIC X(001) VALUE SPACE.
120700     05 LQG-D-QUOTE               PIC ZZ9.
120800     05 FILLER                    PIC X(001) VALUE SPACE.
120900     05 LQG-D-BETRAG-PROGNOSE     PIC -(013)9,99.
121000     05 FILLER                    PIC X(001) VALUE SPACE.
121100     05 LQG-D-BETRAG-TREFFER      PIC -(013)9,99.
121200     05 FILLER                    PIC X(001) VALUE SPACE.
121300     05 LQG-D-FOLGE               PIC ZZ9.
121400     05 FILLER                    PIC X(001) VALUE SPACE.
121500     05 LQG-D-UNGENAU-KZ          PIC X(001).
121600     05 FILLER                    PIC X(029) VALUE SPACE.
121700 01  LQG-PROTOKOLL.
121800     05 LQG-R-TEXT                PIC X(040).
121900     05 FILLER                    PIC X(001) VALUE SPACE.
122000     05 LQG-R-ANZAHL              PIC Z(006)9.
122100     05 FILLER                    PIC X(102) VALUE SPACE.
122200/---------------------------------------------------------------*
122300* Guetetabelle je Abstimmkreis und Waehrung, darin je Fach die  *
122400* Ergebnisse des Laufs und die Folge der Laeufe unter der       *
122500* Mindestquote aus LQGHIST                                      *
122600*---------------------------------------------------------------*
122700 01  LQG-TABELLE.
122800     05 LQG-ANZ-EINTRAEGE         PIC 9(004) COMP-3 VALUE ZERO.
122900     05 LQG-EINTRAG               OCCURS 500.
123000        10 LQG-S-AK-NUMMER        PIC 9(005).
123100        10 LQG-S-WAEHRUNG         PIC X(003).
123200        10 LQG-S-FACH             OCCURS 4.
123300           15 LQG-S-ANZAHL        PIC 9(007) COMP-3.
123400           15 LQG-S-TREFFER       PIC 9(007) COMP-3.
123500           15 LQG-S-FRUEHER       PIC 9(007) COMP-3.
123600           15 LQG-S-SPAETER       PIC 9(007) COMP-3.
123700           15 LQG-S-OFFEN         PIC 9(007) COMP-3.
123800           15 LQG-S-ENTFALLEN     PIC 9(007) COMP-3.
123900           15 LQG-S-BETRAG-PROGNOSE
124000                                  PIC S9(015)V9(003) COMP-3.
124100           15 LQG-S-BETRAG-TREFFER
124200                                  PIC S9(015)V9(003) COMP-3.
124300           15 LQG-S-FOLGE         PIC 9(003) COMP-3.
124400/---------------------------------------------------------------*
124500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
124600*---------------------------------------------------------------*
124700  COPY DCTGRCGE.
124800  COPY CGSOVER.
124900  COPY DKAXIND.
125000  COPY CKAXIND.
125100  COPY CKAI5OF1.
125200  COPY CKAO5OF1.
125300  COPY CKAHVZS.
125400  COPY CKAHVZE.
125500 01  DUMMY                        PIC X(001).
125600/---------------------------------------------------------------*
125700* Hilfsvariable                                                 *
125800*---------------------------------------------------------------*
125900 01  H-HEUTE                      PIC 9(008).
126000 01  H-LAUFDATUM                  PIC 9(008).
126100 01  H-LAUF-J                     PIC S9(007) COMP-3.
126200 01  H-VORLAUF-J                  PIC S9(007) COMP-3.
126300 01  H-PROGNOSE-J                 PIC S9(007) COMP-3.
126400 01  H-FENSTER-VON-J              PIC S9(007) COMP-3.
126500 01  H-FENSTER-BIS-J              PIC S9(007) COMP-3.
126600 01  H-ERLEDIGT-J                 PIC S9(007) COMP-3.
126700 01  H-MINDESTQUOTE               PIC 9(003).
126800 01  H-ANZ-LAEUFE                 PIC 9(003).
126900 01  H-QUOTE                      PIC 9(003).
127000 01  H-EINTRAG-IND                PIC 9(004) COMP-3.
127100 01  H-SUCH-IND                   PIC 9(004) COMP-3.
127200 01  H-F-IND                      PIC 9(001) COMP-3.
127300 01  H-S-IND                      PIC 9(001) COMP-3.
127400 01  H-SUCH-AK-NUMMER             PIC 9(005).
127500 01  H-SUCH-WAEHRUNG              PIC X(003).
127600 01  H-SUCH-FACH                  PIC X(001).
127700 01  H-UNGENAU-KZ                 PIC X(001).
127800 01  H-ANZ-BEWERTET               PIC 9(007) COMP-3 VALUE ZERO.
127900 01  H-ANZ-UNGENAU                PIC 9(007) COMP-3 VALUE ZERO.
128000 01  H-ANZ-UEBERLAUF              PIC 9(007) COMP-3 VALUE ZERO.
128100*    heutiger Stand des Postens
128200 01  H-POSTEN-STATUS              PIC 9(001).
128300 01  H-ERLEDIGT-DATUM             PIC X(008).
128400 01  H-ERGEBNIS                   PIC X(001).
128500     88 ERG-TREFFER               VALUE "T".
128600     88 ERG-FRUEHER               VALUE "F".
128700     88 ERG-SPAETER               VALUE "S".
128800     88 ERG-OFFEN                 VALUE "O".
128900     88 ERG-ENTFALLEN             VALUE "E".
129000 01  H-DATEI-STATUS               PIC X(001).
129100     88 DATEI-WEITER              VALUE "J".
129200     88 DATEI-ENDE                VALUE "N".
129300 01  H-POSTEN-KZ                  PIC X(001).
129400     88 POSTEN-GEFUNDEN           VALUE "J".
129500     88 POSTEN-N-GEFUNDEN         VALUE "N".
129600*    Summen aller Kreise je Fach
129700 01  H-GESAMT.
129800     05 H-G-FACH                  OCCURS 4.
129900        10 H-G-ANZAHL             PIC 9(007) COMP-3.
130000        10 H-G-TREFFER            PIC 9(007) COMP-3.
130100        10 H-G-FRUEHER            PIC 9(007) COMP-3.
130200        10 H-G-SPAETER            PIC 9(007) COMP-3.
130300        10 H-G-OFFEN              PIC 9(007) COMP-3.
130400        10 H-G-ENTFALLEN          PIC 9(007) COMP-3.
130500        10 H-G-BETRAG-PROGNOSE    PIC S9(015)V9(003) COMP-3.
130600        10 H-G-BETRAG-TREFFER     PIC S9(015)V9(003) COMP-3.
130700/****************************************************************
130800 PROCEDURE DIVISION.
130900*****************************************************************
131000 0000-MAINLINE SECTION.
131100 0000-MAINLINE-1001.
131200     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
131300     PERFORM 2000-HISTORIE-LADEN  THRU 2000-HISTORIE-LADEN-EXIT
131400     PERFORM 3000-PROGNOSEN-PRUEFEN
131500                                  THRU 3000-PROGNOSEN-PRUEFEN-EXIT
131600     PERFORM 4000-AUSGABE         THRU 4000-AUSGABE-EXIT
131700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
131800     STOP RUN
131900     .
132000 0000-MAINLINE-1002.
132100     EXIT.
132200/---------------------------------------------------------------*
132300* Initialisierung, Vorbelegung fehlender Parameter: Laufdatum   *
132400* heute, letzter Lauf am Vortag, Mindestquote, Anzahl Laeufe    *
132500*---------------------------------------------------------------*
132600 1000-INITIALISIERUNG SECTION.
132700 1000-INITIALISIERUNG-1001.
132800     OPEN INPUT  LQGPARM
132900     OPEN OUTPUT LQGAUS
133000     READ LQGPARM
133100       AT END
133200         MOVE ZERO                TO LQG-P-LAUFDATUM
133300                                     LQG-P-VORLAUF
133400                                     LQG-P-MINDESTQUOTE
133500                                     LQG-P-ANZ-LAEUFE
133600     END-READ
133700     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
133800     INITIALIZE H-GESAMT
133900     ACCEPT H-HEUTE               FROM DATE YYYYMMDD
134000     IF LQG-P-LAUFDATUM           NUMERIC
134100        AND LQG-P-LAUFDATUM       NOT = ZERO
134200     THEN
134300       MOVE LQG-P-LAUFDATUM       TO H-LAUFDATUM
134400     ELSE
134500       MOVE H-HEUTE               TO H-LAUFDATUM
134600     END-IF
134700     COMPUTE H-LAUF-J = FUNCTION INTEGER-OF-DATE (H-LAUFDATUM)
134800     IF LQG-P-VORLAUF             NUMERIC
134900        AND LQG-P-VORLAUF         NOT = ZERO
135000        AND LQG-P-VORLAUF         < H-LAUFDATUM
135100     THEN
135200       COMPUTE H-VORLAUF-J =
135300               FUNCTION INTEGER-OF-DATE (LQG-P-VORLAUF)
135400     ELSE
135500       COMPUTE H-VORLAUF-J = H-LAUF-J - 1
135600     END-IF
135700     IF LQG-P-MINDESTQUOTE        NUMERIC
135800        AND LQG-P-MINDESTQUOTE    NOT = ZERO
135900        AND LQG-P-MINDESTQUOTE    NOT > 100
136000     THEN
136100       MOVE LQG-P-MINDESTQUOTE    TO H-MINDESTQUOTE
136200     ELSE
136300       MOVE C-STD-MINDESTQUOTE    TO H-MINDESTQUOTE
136400     END-IF
136500     IF LQG-P-ANZ-LAEUFE          NUMERIC
136600        AND LQG-P-ANZ-LAEUFE      NOT = ZERO
136700     THEN
136800       MOVE LQG-P-ANZ-LAEUFE      TO H-ANZ-LAEUFE
136900     ELSE
137000       MOVE C-STD-ANZ-LAEUFE      TO H-ANZ-LAEUFE
137100     END-IF
137200     MOVE LQG-KOPF                TO LQG-DRUCKZEILE
137300     WRITE LQG-DRUCKZEILE
137400     .
137500 1000-INITIALISIERUNG-1002.
137600 1000-INITIALISIERUNG-EXIT.
137700     EXIT.
137800/---------------------------------------------------------------*
137900* Guetehistorie LQGHIST lesen (Laufreihenfolge) und je Kreis,   *
138000* Waehrung und Fach die Folge der Laeufe unter der Mindest-     *
138100* quote fortschreiben; Saetze des Laufdatums selbst (Wieder-    *
138200* holungslauf) bleiben unberuecksichtigt                        *
138300*---------------------------------------------------------------*
138400 2000-HISTORIE-LADEN SECTION.
138500 2000-HISTORIE-LADEN-1001.
138600     OPEN INPUT LQGHIST
138700     SET DATEI-WEITER             TO TRUE
138800     PERFORM UNTIL DATEI-ENDE
138900       READ LQGHIST
139000         AT END
139100           SET DATEI-ENDE         TO TRUE
139200         NOT AT END
139300           IF LQG-H-LAUFDATUM     < H-LAUFDATUM
139400           THEN
139500             PERFORM 2100-HISTORIE-SATZ
139600                                THRU 2100-HISTORIE-SATZ-EXIT
139700           END-IF
139800       END-READ
139900     END-PERFORM
140000     CLOSE LQGHIST
140100     .
140200 2000-HISTORIE-LADEN-1002.
140300 2000-HISTORIE-LADEN-EXIT.
140400     EXIT.
140500/---------------------------------------------------------------*
140600* Ein Satz der Guetehistorie                                    *
140700*---------------------------------------------------------------*
140800 2100-HISTORIE-SATZ SECTION.
140900 2100-HISTORIE-SATZ-1001.
141000     MOVE LQG-H-AK-NUMMER         TO H-SUCH-AK-NUMMER
141100     MOVE LQG-H-WAEHRUNG          TO H-SUCH-WAEHRUNG
141200     MOVE LQG-H-FACH              TO H-SUCH-FACH
141300     PERFORM 7100-FACH-SUCHEN     THRU 7100-FACH-SUCHEN-EXIT
141400     IF H-F-IND                   = ZERO
141500     THEN
141600       GO TO 2100-HISTORIE-SATZ-EXIT
141700     END-IF
141800     PERFORM 7000-EINTRAG-SUCHEN  THRU 7000-EINTRAG-SUCHEN-EXIT
141900     IF H-EINTRAG-IND             = ZERO
142000     THEN
142100       GO TO 2100-HISTORIE-SATZ-EXIT
142200     END-IF
142300     IF LQG-H-QUOTE               < H-MINDESTQUOTE
142400     THEN
142500       ADD C-1          TO LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
142600         ON SIZE ERROR CONTINUE
142700       END-ADD
142800     ELSE
142900       MOVE ZERO        TO LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
143000     END-IF
143100     .
143200 2100-HISTORIE-SATZ-1002.
143300 2100-HISTORIE-SATZ-EXIT.
143400     EXIT.
143500/---------------------------------------------------------------*
143600* Prognosehistorie LQVHIST lesen und die im Pruefzeitraum       *
143700* abgelaufenen Prognosen bewerten                               *
143800*---------------------------------------------------------------*
143900 3000-PROGNOSEN-PRUEFEN SECTION.
144000 3000-PROGNOSEN-PRUEFEN-1001.
144100     OPEN INPUT LQVHIST
144200     SET DATEI-WEITER             TO TRUE
144300     PERFORM UNTIL DATEI-ENDE
144400       READ LQVHIST
144500         AT END
144600           SET DATEI-ENDE         TO TRUE
144700         NOT AT END
144800           PERFORM 3100-PROGNOSE-PRUEFEN
144900                                THRU 3100-PROGNOSE-PRUEFEN-EXIT
145000       END-READ
145100     END-PERFORM
145200     CLOSE LQVHIST
145300     .
145400 3000-PROGNOSEN-PRUEFEN-1002.
145500 3000-PROGNOSEN-PRUEFEN-EXIT.
145600     EXIT.
145700/---------------------------------------------------------------*
145800* Eine Prognose: Zeitfenster des Fachs bestimmen; bewertet      *
145900* wird, wenn das Fenster im Pruefzeitraum (letzter Lauf bis     *
146000* Vortag des Laufdatums) endet                                  *
146100*---------------------------------------------------------------*
146200 3100-PROGNOSE-PRUEFEN SECTION.
146300 3100-PROGNOSE-PRUEFEN-1001.
146400     IF LQV-H-LAUFDATUM           NOT NUMERIC
146500        OR LQV-H-LAUFDATUM        < 19000101
146600     THEN
146700       GO TO 3100-PROGNOSE-PRUEFEN-EXIT
146800     END-IF
146900     MOVE LQV-H-FACH              TO H-SUCH-FACH
147000     PERFORM 7100-FACH-SUCHEN     THRU 7100-FACH-SUCHEN-EXIT
147100     IF H-F-IND                   = ZERO
147200     THEN
147300       GO TO 3100-PROGNOSE-PRUEFEN-EXIT
147400     END-IF
147500     COMPUTE H-PROGNOSE-J =
147600             FUNCTION INTEGER-OF-DATE (LQV-H-LAUFDATUM)
147700     COMPUTE H-FENSTER-VON-J = H-PROGNOSE-J
147800                             + C-FENSTER-VON (H-F-IND)
147900     COMPUTE H-FENSTER-BIS-J = H-PROGNOSE-J
148000                             + C-FENSTER-BIS (H-F-IND)
148100     IF H-FENSTER-BIS-J           < H-VORLAUF-J
148200        OR H-FENSTER-BIS-J        NOT < H-LAUF-J
148300     THEN
148400       GO TO 3100-PROGNOSE-PRUEFEN-EXIT
148500     END-IF
148600     MOVE LQV-H-AK-NUMMER         TO H-SUCH-AK-NUMMER
148700     MOVE LQV-H-WAEHRUNG          TO H-SUCH-WAEHRUNG
148800     PERFORM 7000-EINTRAG-SUCHEN  THRU 7000-EINTRAG-SUCHEN-EXIT
148900     IF H-EINTRAG-IND             = ZERO
149000     THEN
149100       GO TO 3100-PROGNOSE-PRUEFEN-EXIT
149200     END-IF
149300     IF LQV-H-HOCHVOLUMEN-KZ      = C-J
149400     THEN
149500       PERFORM 3300-HVZ-POSTEN-LESEN
149600                                THRU 3300-HVZ-POSTEN-LESEN-EXIT
149700     ELSE
149800       PERFORM 3200-APO-POSTEN-LESEN
149900                                THRU 3200-APO-POSTEN-LESEN-EXIT
150000     END-IF
150100     PERFORM 3400-ERGEBNIS-BESTIMMEN
150200                                THRU 3400-ERGEBNIS-BESTIMMEN-EXIT
150300     PERFORM 3500-ERGEBNIS-ZAEHLEN
150400                                THRU 3500-ERGEBNIS-ZAEHLEN-EXIT
150500     .
150600 3100-PROGNOSE-PRUEFEN-1002.
150700 3100-PROGNOSE-PRUEFEN-EXIT.
150800     EXIT.
150900/---------------------------------------------------------------*
151000* Heutigen Stand einer Abstimmposition ueber AKA5OF lesen       *
151100*---------------------------------------------------------------*
151200 3200-APO-POSTEN-LESEN SECTION.
151300 3200-APO-POSTEN-LESEN-1001.
151400     SET POSTEN-N-GEFUNDEN        TO TRUE
151500     MOVE ZERO                    TO H-POSTEN-STATUS
151600     MOVE SPACE                   TO H-ERLEDIGT-DATUM
151700     MOVE HIGH-VALUE              TO KAI5OF1-EINGABEBEREICH
151800     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
151900     MOVE LQV-H-AK-NUMMER         TO KAI5OF1-ABSTIMMKREIS-NR
152000     MOVE LQV-H-HERKUNFT          TO KAI5OF1-HERKUNFT
152100     MOVE LQV-H-KONTO-ID          TO KAI5OF1-KONTO-ID-ABSTIMM
152200     MOVE LQV-H-AUSZUGSDATUM      TO KAI5OF1-AUSZUGSDATUM
152300     MOVE LQV-H-AUSZUGSNUMMER     TO KAI5OF1-AUSZUGSNUMMER
152400     MOVE LQV-H-AUSZUG-FNR        TO KAI5OF1-AUSZUG-FNR
152500     MOVE LQV-H-LFD-NR            TO KAI5OF1-LFD-NR-APO
152600     CALL "AKA5OF" USING
152700          C-01-STD-APO-L-DET-AUSK
152800          C-KONFIG-ID-KA
152900          C-AKALQG
153000          GSOVER-VERSTAENDIGUNGSBEREICH
153100          KAI5OF1-EINGABEBEREICH
153200          KAO5OF1-AUSGABEBEREICH
153300          DUMMY
153400          KAXIND-INDICES
153500     END-CALL
153600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
153700     THEN
153800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
153900       GO TO 3200-APO-POSTEN-LESEN-EXIT
154000     END-IF
154100     SET POSTEN-GEFUNDEN          TO TRUE
154200     MOVE KAO5OF1-APO-STATUS      TO H-POSTEN-STATUS
154300     MOVE KAO5OF1-SCH-TIMESTAMP-SCHLIESS (1:8)
154400                                  TO H-ERLEDIGT-DATUM
154500     .
154600 3200-APO-POSTEN-LESEN-1002.
154700 3200-APO-POSTEN-LESEN-EXIT.
154800     EXIT.
154900/---------------------------------------------------------------*
155000* Heutigen Stand eines Hochvolumen-Postens ueber AKAHVZ lesen:  *
155100* der Status ist Teil des Schluessels, daher wird der Posten    *
155200* der Reihe nach unter den moeglichen Statuswerten gesucht      *
155300*---------------------------------------------------------------*
155400 3300-HVZ-POSTEN-LESEN SECTION.
155500 3300-HVZ-POSTEN-LESEN-1001.
155600     SET POSTEN-N-GEFUNDEN        TO TRUE
155700     MOVE ZERO                    TO H-POSTEN-STATUS
155800     MOVE SPACE                   TO H-ERLEDIGT-DATUM
155900     PERFORM VARYING H-S-IND FROM 1 BY 1
156000             UNTIL H-S-IND        > 7
156100                OR POSTEN-GEFUNDEN
156200       INITIALIZE HVZ-SATZ
156300       MOVE LQV-H-AK-NUMMER       TO HVZ-AK-NUMMER
156400       MOVE C-HVZ-STATUS (H-S-IND)
156500                                  TO HVZ-STATUS
156600       MOVE LQV-H-AUSZUGSDATUM    TO HVZ-BUCHUNGSTAG
156700       MOVE LQV-H-LFD-NR          TO HVZ-LFD-NR
156800       CALL "AKAHVZ"
156900       USING
157000         C-HVZ-LESEN
157100         HVZ-SATZ
157200         HVZ-SUCH-KRITERIUM
157300         HVZ-TREFFERLISTE
157400         HVZ-RUECKGABE
157500       END-CALL
157600       IF HVZ-GEW-OK
157700       THEN
157800         SET POSTEN-GEFUNDEN      TO TRUE
157900         MOVE HVZ-STATUS          TO H-POSTEN-STATUS
158000         MOVE HVZ-TIMESTAMP-SCHLIESS (1:8)
158100                                  TO H-ERLEDIGT-DATUM
158200       END-IF
158300     END-PERFORM
158400     .
158500 3300-HVZ-POSTEN-LESEN-1002.
158600 3300-HVZ-POSTEN-LESEN-EXIT.
158700     EXIT.
158800/---------------------------------------------------------------*
158900* Ergebnis der Prognose: offen, entfallen, oder erledigt im,    *
159000* vor oder nach dem Zeitfenster des Fachs                       *
159100*---------------------------------------------------------------*
159200 3400-ERGEBNIS-BESTIMMEN SECTION.
159300 3400-ERGEBNIS-BESTIMMEN-1001.
159400     IF POSTEN-N-GEFUNDEN
159500        OR H-POSTEN-STATUS        = C-STATUS-AUFGEHOBEN
159600     THEN
159700       SET ERG-ENTFALLEN          TO TRUE
159800       GO TO 3400-ERGEBNIS-BESTIMMEN-EXIT
159900     END-IF
160000     IF H-POSTEN-STATUS           = C-STATUS-ZURUECKGEST
160100        OR H-POSTEN-STATUS        = C-STATUS-OFFEN
160200        OR H-POSTEN-STATUS        = C-STATUS-KLAERUNG
160300     THEN
160400       SET ERG-OFFEN              TO TRUE
160500       GO TO 3400-ERGEBNIS-BESTIMMEN-EXIT
160600     END-IF
160700*    erledigt ohne lesbares Schliessungsdatum: gilt als spaeter
160800     IF H-ERLEDIGT-DATUM          NOT NUMERIC
160900        OR H-ERLEDIGT-DATUM       < "19000101"
161000     THEN
161100       SET ERG-SPAETER            TO TRUE
161200       GO TO 3400-ERGEBNIS-BESTIMMEN-EXIT
161300     END-IF
161400     COMPUTE H-ERLEDIGT-J =
161500             FUNCTION INTEGER-OF-DATE
161600                      (FUNCTION NUMVAL (H-ERLEDIGT-DATUM))
161700     EVALUATE TRUE
161800       WHEN H-ERLEDIGT-J          < H-FENSTER-VON-J
161900         SET ERG-FRUEHER          TO TRUE
162000       WHEN H-ERLEDIGT-J          > H-FENSTER-BIS-J
162100         SET ERG-SPAETER          TO TRUE
162200       WHEN OTHER
162300         SET ERG-TREFFER          TO TRUE
162400     END-EVALUATE
162500     .
162600 3400-ERGEBNIS-BESTIMMEN-1002.
162700 3400-ERGEBNIS-BESTIMMEN-EXIT.
162800     EXIT.
162900/---------------------------------------------------------------*
163000* Ergebnis in Guetetabelle und Gesamtsumme einrechnen           *
163100*---------------------------------------------------------------*
163200 3500-ERGEBNIS-ZAEHLEN SECTION.
163300 3500-ERGEBNIS-ZAEHLEN-1001.
163400     ADD C-1                      TO H-ANZ-BEWERTET
163500     ADD C-1          TO LQG-S-ANZAHL (H-EINTRAG-IND, H-F-IND)
163600                         H-G-ANZAHL (H-F-IND)
163700     ADD LQV-H-BETRAG
163800                 TO LQG-S-BETRAG-PROGNOSE (H-EINTRAG-IND, H-F-IND)
163900                    H-G-BETRAG-PROGNOSE (H-F-IND)
164000     EVALUATE TRUE
164100       WHEN ERG-TREFFER
164200         ADD C-1      TO LQG-S-TREFFER (H-EINTRAG-IND, H-F-IND)
164300                         H-G-TREFFER (H-F-IND)
164400         ADD LQV-H-BETRAG
164500                 TO LQG-S-BETRAG-TREFFER (H-EINTRAG-IND, H-F-IND)
164600                    H-G-BETRAG-TREFFER (H-F-IND)
164700       WHEN ERG-FRUEHER
164800         ADD C-1      TO LQG-S-FRUEHER (H-EINTRAG-IND, H-F-IND)
164900                         H-G-FRUEHER (H-F-IND)
165000       WHEN ERG-SPAETER
165100         ADD C-1      TO LQG-S-SPAETER (H-EINTRAG-IND, H-F-IND)
165200                         H-G-SPAETER (H-F-IND)
165300       WHEN ERG-OFFEN
165400         ADD C-1      TO LQG-S-OFFEN (H-EINTRAG-IND, H-F-IND)
165500                         H-G-OFFEN (H-F-IND)
165600       WHEN OTHER
165700         ADD C-1      TO LQG-S-ENTFALLEN (H-EINTRAG-IND, H-F-IND)
165800                         H-G-ENTFALLEN (H-F-IND)
165900     END-EVALUATE
166000     .
166100 3500-ERGEBNIS-ZAEHLEN-1002.
166200 3500-ERGEBNIS-ZAEHLEN-EXIT.
166300     EXIT.
166400/---------------------------------------------------------------*
166500* Ausgabe je Kreis, Waehrung und bewertetem Fach in LQGAUS und  *
166600* LQGHIST, abschliessend die Summen aller Kreise je Fach        *
166700*---------------------------------------------------------------*
166800 4000-AUSGABE SECTION.
166900 4000-AUSGABE-1001.
167000     OPEN EXTEND LQGHIST
167100     PERFORM VARYING H-EINTRAG-IND FROM 1 BY 1
167200             UNTIL H-EINTRAG-IND  > LQG-ANZ-EINTRAEGE
167300       PERFORM 4100-FACH-AUSGEBEN THRU 4100-FACH-AUSGEBEN-EXIT
167400               VARYING H-F-IND FROM 1 BY 1
167500               UNTIL H-F-IND      > 4
167600     END-PERFORM
167700     CLOSE LQGHIST
167800     PERFORM 4200-GESAMT-AUSGEBEN THRU 4200-GESAMT-AUSGEBEN-EXIT
167900             VARYING H-F-IND FROM 1 BY 1
168000             UNTIL H-F-IND        > 4
168100     .
168200 4000-AUSGABE-1002.
168300 4000-AUSGABE-EXIT.
168400     EXIT.
168500/---------------------------------------------------------------*
168600* Ein Fach eines Kreises: Trefferquote, Folge der Laeufe unter  *
168700* der Mindestquote, Kennzeichen dauerhaft ungenau               *
168800*---------------------------------------------------------------*
168900 4100-FACH-AUSGEBEN SECTION.
169000 4100-FACH-AUSGEBEN-1001.
169100     IF LQG-S-ANZAHL (H-EINTRAG-IND, H-F-IND)
169200                                  = ZERO
169300     THEN
169400       GO TO 4100-FACH-AUSGEBEN-EXIT
169500     END-IF
169600     COMPUTE H-QUOTE =
169700             LQG-S-TREFFER (H-EINTRAG-IND, H-F-IND) * 100
169800           / LQG-S-ANZAHL (H-EINTRAG-IND, H-F-IND)
169900     IF H-QUOTE                   < H-MINDESTQUOTE
170000     THEN
170100       ADD C-1          TO LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
170200         ON SIZE ERROR CONTINUE
170300       END-ADD
170400     ELSE
170500       MOVE ZERO        TO LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
170600     END-IF
170700     IF LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
170800                                  NOT < H-ANZ-LAEUFE
170900     THEN
171000       MOVE C-J                   TO H-UNGENAU-KZ
171100       ADD C-1                    TO H-ANZ-UNGENAU
171200     ELSE
171300       MOVE C-N                   TO H-UNGENAU-KZ
171400     END-IF
171500     INITIALIZE LQG-DETAIL
171600     MOVE H-LAUFDATUM             TO LQG-D-LAUFDATUM
171700     MOVE LQG-S-AK-NUMMER (H-EINTRAG-IND)
171800                                  TO LQG-D-AK-NUMMER
171900     MOVE LQG-S-WAEHRUNG (H-EINTRAG-IND)
172000                                  TO LQG-D-WAEHRUNG
172100     MOVE C-FACH-TEXT (H-F-IND)   TO LQG-D-FACH
172200     MOVE LQG-S-ANZAHL (H-EINTRAG-IND, H-F-IND)
172300                                  TO LQG-D-ANZAHL
172400     MOVE LQG-S-TREFFER (H-EINTRAG-IND, H-F-IND)
172500                                  TO LQG-D-TREFFER
172600     MOVE LQG-S-FRUEHER (H-EINTRAG-IND, H-F-IND)
172700                                  TO LQG-D-FRUEHER
172800     MOVE LQG-S-SPAETER (H-EINTRAG-IND, H-F-IND)
172900                                  TO LQG-D-SPAETER
173000     MOVE LQG-S-OFFEN (H-EINTRAG-IND, H-F-IND)
173100                                  TO LQG-D-OFFEN
173200     MOVE LQG-S-ENTFALLEN (H-EINTRAG-IND, H-F-IND)
173300                                  TO LQG-D-ENTFALLEN
173400     MOVE H-QUOTE                 TO LQG-D-QUOTE
173500     MOVE LQG-S-BETRAG-PROGNOSE (H-EINTRAG-IND, H-F-IND)
173600                                  TO LQG-D-BETRAG-PROGNOSE
173700     MOVE LQG-S-BETRAG-TREFFER (H-EINTRAG-IND, H-F-IND)
173800                                  TO LQG-D-BETRAG-TREFFER
173900     MOVE LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
174000                                  TO LQG-D-FOLGE
174100     MOVE H-UNGENAU-KZ            TO LQG-D-UNGENAU-KZ
174200     MOVE LQG-DETAIL              TO LQG-DRUCKZEILE
174300     WRITE LQG-DRUCKZEILE
174400     MOVE SPACE                   TO LQG-HISTORIENZEILE
174500     MOVE H-LAUFDATUM             TO LQG-H-LAUFDATUM
174600     MOVE LQG-S-AK-NUMMER (H-EINTRAG-IND)
174700                                  TO LQG-H-AK-NUMMER
174800     MOVE LQG-S-WAEHRUNG (H-EINTRAG-IND)
174900                                  TO LQG-H-WAEHRUNG
175000     MOVE C-FACH-KZ (H-F-IND)     TO LQG-H-FACH
175100     MOVE LQG-S-ANZAHL (H-EINTRAG-IND, H-F-IND)
175200                                  TO LQG-H-ANZAHL
175300     MOVE LQG-S-TREFFER (H-EINTRAG-IND, H-F-IND)
175400                                  TO LQG-H-TREFFER
175500     MOVE LQG-S-FRUEHER (H-EINTRAG-IND, H-F-IND)
175600                                  TO LQG-H-FRUEHER
175700     MOVE LQG-S-SPAETER (H-EINTRAG-IND, H-F-IND)
175800                                  TO LQG-H-SPAETER
175900     MOVE LQG-S-OFFEN (H-EINTRAG-IND, H-F-IND)
176000                                  TO LQG-H-OFFEN
176100     MOVE LQG-S-ENTFALLEN (H-EINTRAG-IND, H-F-IND)
176200                                  TO LQG-H-ENTFALLEN
176300     MOVE H-QUOTE                 TO LQG-H-QUOTE
176400     MOVE LQG-S-FOLGE (H-EINTRAG-IND, H-F-IND)
176500                                  TO LQG-H-FOLGE
176600     MOVE H-UNGENAU-KZ            TO LQG-H-UNGENAU-KZ
176700     MOVE LQG-S-BETRAG-PROGNOSE (H-EINTRAG-IND, H-F-IND)
176800                                  TO LQG-H-BETRAG-PROGNOSE
176900     MOVE LQG-S-BETRAG-TREFFER (H-EINTRAG-IND, H-F-IND)
177000                                  TO LQG-H-BETRAG-TREFFER
177100     PERFORM 4150-TRENNZEICHEN    THRU 4150-TRENNZEICHEN-EXIT
177200     WRITE LQG-HISTORIENZEILE
177300     .
177400 4100-FACH-AUSGEBEN-1002.
177500 4100-FACH-AUSGEBEN-EXIT.
177600     EXIT.
177700/---------------------------------------------------------------*
177800* Trennzeichen der Historienzeile setzen                        *
177900*---------------------------------------------------------------*
178000 4150-TRENNZEICHEN SECTION.
178100 4150-TRENNZEICHEN-1001.
178200     MOVE ";"                     TO LQG-HISTORIENZEILE (9:1)
178300                                     LQG-HISTORIENZEILE (15:1)
178400                                     LQG-HISTORIENZEILE (19:1)
178500                                     LQG-HISTORIENZEILE (21:1)
178600                                     LQG-HISTORIENZEILE (29:1)
178700                                     LQG-HISTORIENZEILE (37:1)
178800                                     LQG-HISTORIENZEILE (45:1)
178900                                     LQG-HISTORIENZEILE (53:1)
179000                                     LQG-HISTORIENZEILE (61:1)
179100                                     LQG-HISTORIENZEILE (69:1)
179200                                     LQG-HISTORIENZEILE (73:1)
179300                                     LQG-HISTORIENZEILE (77:1)
179400                                     LQG-HISTORIENZEILE (79:1)
179500                                     LQG-HISTORIENZEILE (97:1)
179600     .
179700 4150-TRENNZEICHEN-1002.
179800 4150-TRENNZEICHEN-EXIT.
179900     EXIT.
180000/---------------------------------------------------------------*
180100* Summenzeile aller Kreise je Fach                              *
180200*---------------------------------------------------------------*
180300 4200-GESAMT-AUSGEBEN SECTION.
180400 4200-GESAMT-AUSGEBEN-1001.
180500     IF H-G-ANZAHL (H-F-IND)      = ZERO
180600     THEN
180700       GO TO 4200-GESAMT-AUSGEBEN-EXIT
180800     END-IF
180900     COMPUTE H-QUOTE = H-G-TREFFER (H-F-IND) * 100
181000                     / H-G-ANZAHL (H-F-IND)
181100     INITIALIZE LQG-DETAIL
181200     MOVE H-LAUFDATUM             TO LQG-D-LAUFDATUM
181300     MOVE C-TEXT-GESAMT           TO LQG-D-AK-NUMMER
181400     MOVE SPACE                   TO LQG-D-WAEHRUNG
181500     MOVE C-FACH-TEXT (H-F-IND)   TO LQG-D-FACH
181600     MOVE H-G-ANZAHL (H-F-IND)    TO LQG-D-ANZAHL
181700     MOVE H-G-TREFFER (H-F-IND)   TO LQG-D-TREFFER
181800     MOVE H-G-FRUEHER (H-F-IND)   TO LQG-D-FRUEHER
181900     MOVE H-G-SPAETER (H-F-IND)   TO LQG-D-SPAETER
182000     MOVE H-G-OFFEN (H-F-IND)     TO LQG-D-OFFEN
182100     MOVE H-G-ENTFALLEN (H-F-IND) TO LQG-D-ENTFALLEN
182200     MOVE H-QUOTE                 TO LQG-D-QUOTE
182300     MOVE H-G-BETRAG-PROGNOSE (H-F-IND)
182400                                  TO LQG-D-BETRAG-PROGNOSE
182500     MOVE H-G-BETRAG-TREFFER (H-F-IND)
182600                                  TO LQG-D-BETRAG-TREFFER
182700     MOVE ZERO                    TO LQG-D-FOLGE
182800     MOVE SPACE                   TO LQG-D-UNGENAU-KZ
182900     MOVE LQG-DETAIL              TO LQG-DRUCKZEILE
183000     WRITE LQG-DRUCKZEILE
183100     .
183200 4200-GESAMT-AUSGEBEN-1002.
183300 4200-GESAMT-AUSGEBEN-EXIT.
183400     EXIT.
183500/---------------------------------------------------------------*
183600* Eintrag des Kreises und der Waehrung suchen oder neu anlegen  *
183700*---------------------------------------------------------------*
183800 7000-EINTRAG-SUCHEN SECTION.
183900 7000-EINTRAG-SUCHEN-1001.
184000     MOVE ZERO                    TO H-EINTRAG-IND
184100     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
184200             UNTIL H-SUCH-IND     > LQG-ANZ-EINTRAEGE
184300                OR H-EINTRAG-IND  NOT = ZERO
184400       IF LQG-S-AK-NUMMER (H-SUCH-IND) = H-SUCH-AK-NUMMER
184500          AND LQG-S-WAEHRUNG (H-SUCH-IND) = H-SUCH-WAEHRUNG
184600       THEN
184700         MOVE H-SUCH-IND          TO H-EINTRAG-IND
184800       END-IF
184900     END-PERFORM
185000     IF H-EINTRAG-IND             NOT = ZERO
185100     THEN
185200       GO TO 7000-EINTRAG-SUCHEN-EXIT
185300     END-IF
185400     IF LQG-ANZ-EINTRAEGE         NOT < C-MAX-EINTRAEGE
185500     THEN
185600       ADD C-1                    TO H-ANZ-UEBERLAUF
185700       GO TO 7000-EINTRAG-SUCHEN-EXIT
185800     END-IF
185900     ADD C-1                      TO LQG-ANZ-EINTRAEGE
186000     MOVE LQG-ANZ-EINTRAEGE       TO H-EINTRAG-IND
186100     INITIALIZE LQG-EINTRAG (H-EINTRAG-IND)
186200     MOVE H-SUCH-AK-NUMMER
186300                          TO LQG-S-AK-NUMMER (H-EINTRAG-IND)
186400     MOVE H-SUCH-WAEHRUNG
186500                          TO LQG-S-WAEHRUNG (H-EINTRAG-IND)
186600     .
186700 7000-EINTRAG-SUCHEN-1002.
186800 7000-EINTRAG-SUCHEN-EXIT.
186900     EXIT.
187000/---------------------------------------------------------------*
187100* Fachkennzeichen H-SUCH-FACH in H-F-IND wandeln (0 = Fach      *
187200* SPAETER oder unbekannt)                                       *
187300*---------------------------------------------------------------*
187400 7100-FACH-SUCHEN SECTION.
187500 7100-FACH-SUCHEN-1001.
187600     MOVE ZERO                    TO H-F-IND
187700     PERFORM VARYING H-S-IND FROM 1 BY 1
187800             UNTIL H-S-IND        > 4
187900                OR H-F-IND        NOT = ZERO
188000       IF C-FACH-KZ (H-S-IND)     = H-SUCH-FACH
188100       THEN
188200         MOVE H-S-IND             TO H-F-IND
188300       END-IF
188400     END-PERFORM
188500     .
188600 7100-FACH-SUCHEN-1002.
188700 7100-FACH-SUCHEN-EXIT.
188800     EXIT.
188900/---------------------------------------------------------------*
189000* Programmende mit Endeprotokoll                                *
189100*---------------------------------------------------------------*
189200 9999-EXIT SECTION.
189300 9999-EXIT-1001.
189400     INITIALIZE LQG-PROTOKOLL
189500     MOVE C-TEXT-ANZ-BEWERTET     TO LQG-R-TEXT
189600     MOVE H-ANZ-BEWERTET          TO LQG-R-ANZAHL
189700     MOVE LQG-PROTOKOLL           TO LQG-DRUCKZEILE
189800     WRITE LQG-DRUCKZEILE
189900     MOVE C-TEXT-ANZ-UNGENAU      TO LQG-R-TEXT
190000     MOVE H-ANZ-UNGENAU           TO LQG-R-ANZAHL
190100     MOVE LQG-PROTOKOLL           TO LQG-DRUCKZEILE
190200     WRITE LQG-DRUCKZEILE
190300     IF H-ANZ-UEBERLAUF           NOT = ZERO
190400     THEN
190500       MOVE C-TEXT-ANZ-UEBERLAUF  TO LQG-R-TEXT
190600       MOVE H-ANZ-UEBERLAUF       TO LQG-R-ANZAHL
190700       MOVE LQG-PROTOKOLL         TO LQG-DRUCKZEILE
190800       WRITE LQG-DRUCKZEILE
190900     END-IF
191000     CLOSE LQGPARM
191100     CLOSE LQGAUS
191200     .
191300 9999-EXIT-1002.
191400 9999-EXIT-EXIT.
191500     EXIT.
