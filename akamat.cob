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
000160*@Titel         : Wesentliche offene Posten mit Kommentarpflicht
000160*@Elementname   : akamat.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Wesentliche offene Posten mit Kommentaren  *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001300*                                                           *
001400*@A-ELEMENTBESCHREIBUNG                                     *
001500* Modul-Beschreibung:                                       *
001600* ------------------                                        *
001700* Monatsbatch der wesentlichen offenen Posten fuer den      *
001800* Bericht an die Finanzleitung.                             *
001900* Modus "A" (MATPARM): waehlt je Abstimmkreis (Zeilenscan   *
002000* KA000AKRS) die offenen und in Klaerung befindlichen Posten*
002100* (AKA5OF 01-STD-APO-LIST-SUCHE, Status 2 und 3, ohne       *
002200* technische Posten) aus, deren Betrag in Hauswaehrung      *
002300* die Schwelle erreicht oder die je Fachbereich zu den N    *
002400* groessten gehoeren (N hoechstens 20). Der Hauswaehrungs-  *
002500* betrag stammt aus dem Posten, bei Fremdwaehrung ohne      *
002600* Gegenwert aus der Kurstabelle KA02AKKU zum Stichtag.      *
002700* Je Posten wird ein Kommentarauftrag in KA02AKMK mit Frist *
002800* angelegt; ein vorhandener Kommentar bleibt bei einer      *
002900* Wiederholung des Laufs erhalten. Die Kommentierung        *
003000* (Ursache, Massnahme, erwartete Erledigung) erfolgt durch  *
003100* den zustaendigen Sachbearbeiter im Dialog AKAC4MK.        *
003200* Modus "R": Bericht MATAUS mit den Posten der Periode samt *
003300* Kommentar und Vormonatsvergleich (NEU/WIEDER), der        *
003400* Zusammenfassung je Fachbereich gegen den Vormonat und der *
003500* Liste der Posten ohne Kommentar (mit Frist, ueberfaellig).*
003600*@E-ELEMENTBESCHREIBUNG                                     *
003700*                                                           *
003800*@A-COBOL-COPY                                              *
003900* Benoetigte COBOL-Copies:                                  *
004000* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004100* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004200* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004300* CKA0AKRS   : ZEILENSCAN KA000AKRS                         *
004400* CKA0AKMK   : ZEILENSCAN KA03AKMK                          *
004500* CKAI0AMK   : EINGABEBEREICH KA02AKMK                      *
004600* CKAO0AMK   : AUSGABEBEREICH KA02AKMK                      *
004700* CKAI0AKC   : EINGABEBEREICH KA02AKKU                      *
004800* CKAO0AKC   : AUSGABEBEREICH KA02AKKU                      *
004900* CKAI5OF2   : EINGABEBEREICH AKA5OF                        *
005000* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005100* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005200* DKAXIND    : INDICES AKA5OF                               *
005300* CKAXIND    : INDICES AKA5OF                               *
005400*@E-COBOL-COPY                                              *
005500*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58799                                                *     D01
090052*     Neuanlage - wesentliche offene Posten je Fachbereich  *     D01
090053*     mit Kommentarauftrag (KA02AKMK) und Monatsbericht mit *     D01
090054*     Kommentaren und Vormonatsvergleich.                   *     D01
090055*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAMAT.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT MATPARM               ASSIGN TO "MATPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT MATAUS                ASSIGN TO "MATAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  MATPARM
101700     RECORDING MODE IS F.
101800 01  MAT-PARM-SATZ.
101900     05 MAT-P-MODUS               PIC X(001).
102000        88 MAT-MODUS-ANLEGEN      VALUE "A".
102100        88 MAT-MODUS-REPORT       VALUE "R".
102200     05 FILLER                    PIC X(001).
102300     05 MAT-P-PERIODE             PIC 9(006).
102400     05 FILLER                    PIC X(001).
102500     05 MAT-P-SCHWELLE            PIC 9(013).
102600     05 FILLER                    PIC X(001).
102700     05 MAT-P-TOP-N               PIC 9(003).
102800     05 FILLER                    PIC X(001).
102900     05 MAT-P-FRIST               PIC 9(008).
103000     05 FILLER                    PIC X(001).
103100     05 MAT-P-STICHTAG            PIC 9(008).
103200     05 FILLER                    PIC X(001).
103300     05 MAT-P-HAUSWAEHRUNG        PIC X(003).
103400 FD  MATAUS
103500     RECORDING MODE IS F.
103600 01  MAT-DRUCKZEILE               PIC X(150).
103700*---------------------------------------------------------------*
103800* WORKING-STORAGE-Section                                       *
103900*---------------------------------------------------------------*
104000 WORKING-STORAGE SECTION.
104100 01  VERS-INF.
104200     05  FILLER PIC X(13) VALUE "ELEM=akamat  ".
104300     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
104400/---------------------------------------------------------------*
104500* Konstanten                                                    *
104600*---------------------------------------------------------------*
104700 01  GS-KONSTANTEN.
104800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104900     20 C-AKAMAT                  PIC X(006) VALUE "AKAMAT".
105000     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
105100     20 C-OBJEKT-TAB-KA02AKKU     PIC X(009) VALUE "KA02AKKU".
105200     20 C-OBJEKT-TAB-KA02AKMK     PIC X(009) VALUE "KA02AKMK".
105300     20 C-OBJEKT-TAB-KA03AKMK     PIC X(009) VALUE "KA03AKMK".
105400     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105500     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105600     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040) VALUE
105700                                  "SCHREIBEN-EQUAL".
105800     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
105900                                  VALUE "01-STD-APO-LIST-SUCHE".
106000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106100     20 C-J                       PIC X(001) VALUE "J".
106200     20 C-N                       PIC X(001) VALUE "N".
106300     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
106400     20 C-TECHNIK-KZ              PIC X(001) VALUE "T".
106500     20 C-STD-HAUSWAEHRUNG        PIC X(003) VALUE "EUR".
106600     20 C-STD-TOP-N               PIC 9(003) VALUE 10.
106700     20 C-MAX-TOP-N               PIC 9(003) VALUE 20.
106800     20 C-MAX-FB                  PIC 9(003) VALUE 50.
106900     20 C-GRUND-SCHWELLE          PIC X(001) VALUE "S".
107000     20 C-GRUND-TOP-N             PIC X(001) VALUE "T".
107100     20 C-GRUND-BEIDE             PIC X(001) VALUE "B".
107200 01  C-STATI.
107300     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
107400     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
107500 01  C-TEXTE.
107600     05 C-TEXT-NEU                PIC X(006) VALUE "NEU".
107700     05 C-TEXT-WIEDER             PIC X(006) VALUE "WIEDER".
107800     05 C-TEXT-KOMMENTIERT        PIC X(012) VALUE "KOMMENTIERT".
107900     05 C-TEXT-VERSPAETET         PIC X(012) VALUE "VERSPAETET".
108000     05 C-TEXT-OFFEN              PIC X(012) VALUE "OFFEN".
108100     05 C-TEXT-UEBERFAELLIG       PIC X(012) VALUE "UEBERFAELLIG".
108200     05 C-TEXT-URSACHE            PIC X(010) VALUE "URSACHE".
108300     05 C-TEXT-MASSNAHME          PIC X(010) VALUE "MASSNAHME".
108400     05 C-TEXT-VON                PIC X(004) VALUE "VON".
108500     05 C-TEXT-BIS                PIC X(004) VALUE "BIS".
108600     05 C-TEXT-KURS-FEHLT         PIC X(020) VALUE "KURS FEHLT".
108700     05 C-TEXT-POSTEN             PIC X(040) VALUE
108800        "WESENTLICHE OFFENE POSTEN DER PERIODE".
108900     05 C-TEXT-ZUSAMMENFASSUNG    PIC X(040) VALUE
109000        "ZUSAMMENFASSUNG JE FACHBEREICH".
109100     05 C-TEXT-OHNE-KOMMENTAR     PIC X(040) VALUE
109200        "POSTEN OHNE KOMMENTAR DER PERIODE".
109300     05 C-TEXT-ANZ-NEU            PIC X(040) VALUE
109400        "KOMMENTARAUFTRAEGE NEU ANGELEGT".
109500     05 C-TEXT-ANZ-KURS-FEHLT     PIC X(040) VALUE
109600        "POSTEN OHNE KURS (NICHT BEWERTET)".
109700     05 C-TEXT-ANZ-FB-VOLL        PIC X(040) VALUE
109800        "POSTEN OHNE PLATZ IN FACHBEREICHSTABELLE".
109900/---------------------------------------------------------------*
110000* Formatzeilen Berichtsdatei MATAUS                             *
110100*---------------------------------------------------------------*
110200 01  MAT-TITEL.
110300     05 MAT-T-TEXT                PIC X(040).
110400     05 FILLER                    PIC X(001) VALUE SPACE.
110500     05 MAT-T-PERIODE             PIC 9(006).
110600     05 FILLER                    PIC X(103) VALUE SPACE.
110700 01  MAT-PROTOKOLL.
110800     05 MAT-R-TEXT                PIC X(040).
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 MAT-R-PERIODE             PIC 9(006).
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 MAT-R-ANZAHL              PIC Z(006)9.
111300     05 FILLER                    PIC X(095) VALUE SPACE.
111400 01  MAT-DETAIL.
111500     05 MAT-D-FACHBEREICH         PIC X(004).
111600     05 FILLER                    PIC X(001) VALUE SPACE.
111700     05 MAT-D-AK-NUMMER           PIC 9(005).
111800     05 FILLER                    PIC X(001) VALUE SPACE.
111900     05 MAT-D-HERKUNFT            PIC X(011).
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 MAT-D-KONTO-ID            PIC X(035).
112200     05 FILLER                    PIC X(001) VALUE SPACE.
112300     05 MAT-D-AUSZUGSDATUM        PIC 9(008).
112400     05 FILLER                    PIC X(001) VALUE SPACE.
112500     05 MAT-D-LFD-NR-APO          PIC 9(007).
112600     05 FILLER                    PIC X(001) VALUE SPACE.
112700     05 MAT-D-WAEHRUNG            PIC X(003).
112800     05 FILLER                    PIC X(001) VALUE SPACE.
112900     05 MAT-D-HW-BETRAG           PIC -(013)9,99.
113000     05 FILLER                    PIC X(001) VALUE SPACE.
113100     05 MAT-D-GRUND               PIC X(001).
113200     05 FILLER                    PIC X(001) VALUE SPACE.
113300     05 MAT-D-RANG                PIC Z(002)9.
113400     05 FILLER                    PIC X(001) VALUE SPACE.
113500     05 MAT-D-VORMONAT            PIC X(006).
113600     05 FILLER                    PIC X(001) VALUE SPACE.
113700     05 MAT-D-HW-BETRAG-VM        PIC -(013)9,99.
113800     05 FILLER                    PIC X(001) VALUE SPACE.
113900     05 MAT-D-STAND               PIC X(012).
114000     05 FILLER                    PIC X(009) VALUE SPACE.
114100 01  MAT-KOMMENTAR.
114200     05 FILLER                    PIC X(006) VALUE SPACE.
114300     05 MAT-K-ART                 PIC X(010).
114400     05 FILLER                    PIC X(001) VALUE SPACE.
114500     05 MAT-K-TEXT                PIC X(060).
114600     05 FILLER                    PIC X(001) VALUE SPACE.
114700     05 MAT-K-ZUSATZ              PIC X(004).
114800     05 MAT-K-KOMMENTATOR         PIC X(008).
114900     05 FILLER                    PIC X(001) VALUE SPACE.
115000     05 MAT-K-DATUM               PIC 9(008).
115100     05 FILLER                    PIC X(051) VALUE SPACE.
115200 01  MAT-SUMMENZEILE.
115300     05 MAT-S-FACHBEREICH         PIC X(004).
115400     05 FILLER                    PIC X(001) VALUE SPACE.
115500     05 MAT-S-ANZAHL              PIC Z(006)9.
115600     05 FILLER                    PIC X(001) VALUE SPACE.
115700     05 MAT-S-SUMME               PIC -(013)9,99.
115800     05 FILLER                    PIC X(001) VALUE SPACE.
115900     05 MAT-S-ANZAHL-VM           PIC Z(006)9.
116000     05 FILLER                    PIC X(001) VALUE SPACE.
116100     05 MAT-S-SUMME-VM            PIC -(013)9,99.
116200     05 FILLER                    PIC X(001) VALUE SPACE.
116300     05 MAT-S-ANZ-OHNE            PIC Z(006)9.
116400     05 FILLER                    PIC X(086) VALUE SPACE.
116500 01  MAT-OFFENZEILE.
116600     05 MAT-O-FACHBEREICH         PIC X(004).
116700     05 FILLER                    PIC X(001) VALUE SPACE.
116800     05 MAT-O-SACHBEARBEITER      PIC X(008).
116900     05 FILLER                    PIC X(001) VALUE SPACE.
117000     05 MAT-O-AK-NUMMER           PIC 9(005).
117100     05 FILLER                    PIC X(001) VALUE SPACE.
117200     05 MAT-O-HERKUNFT            PIC X(011).
117300     05 FILLER                    PIC X(001) VALUE SPACE.
117400     05 MAT-O-KONTO-ID            PIC X(035).
117500     05 FILLER                    PIC X(001) VALUE SPACE.
117600     05 MAT-O-AUSZUGSDATUM        PIC 9(008).
117700     05 FILLER                    PIC X(001) VALUE SPACE.
117800     05 MAT-O-LFD-NR-APO          PIC 9(007).
117900     05 FILLER                    PIC X(001) VALUE SPACE.
118000     05 MAT-O-HW-BETRAG           PIC -(013)9,99.
118100     05 FILLER                    PIC X(001) VALUE SPACE.
118200     05 MAT-O-FRIST               PIC 9(008).
118300     05 FILLER                    PIC X(001) VALUE SPACE.
118400     05 MAT-O-HINWEIS             PIC X(012).
118500     05 FILLER                    PIC X(026) VALUE SPACE.
118600 01  MAT-FEHLERZEILE.
118700     05 MAT-F-AK-NUMMER           PIC 9(005).
118800     05 FILLER                    PIC X(001) VALUE SPACE.
118900     05 MAT-F-HERKUNFT            PIC X(011).
119000     05 FILLER                    PIC X(001) VALUE SPACE.
119100     05 MAT-F-KONTO-ID            PIC X(035).
119200     05 FILLER                    PIC X(001) VALUE SPACE.
119300     05 MAT-F-LFD-NR-APO          PIC 9(007).
119400     05 FILLER                    PIC X(001) VALUE SPACE.
119500     05 MAT-F-WAEHRUNG            PIC X(003).
119600     05 FILLER                    PIC X(001) VALUE SPACE.
119700     05 MAT-F-STICHTAG            PIC 9(008).
119800     05 FILLER                    PIC X(001) VALUE SPACE.
119900     05 MAT-F-TEXT                PIC X(020).
120000     05 FILLER                    PIC X(055) VALUE SPACE.
120100/---------------------------------------------------------------*
120200* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
120300*---------------------------------------------------------------*
120400  COPY DCTGRCGE.
120500  COPY CGSOVER.
120600  COPY CGSTTAB.
120700  COPY CKA0AKRS.
120800  COPY CKA0AKMK.
120900  COPY CKAI0AMK.
121000  COPY CKAO0AMK.
121100  COPY CKAI0AKC.
121200  COPY CKAO0AKC.
121300  COPY DKAXIND.
121400  COPY CKAXIND.
121500  COPY CKAI5OF2.
121600  COPY CKAI5OF3.
121700  COPY CKAO5OF2.
121800 01  DUMMY                        PIC X(001).
121900/---------------------------------------------------------------*
122000* Hilfsvariable                                                 *
122100*---------------------------------------------------------------*
122200 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
122300 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
122400 01  H-AK-GEFUNDEN                PIC X(001).
122500     88 AKRS-GEFUNDEN             VALUE "J".
122600     88 AKRS-N-GEFUNDEN           VALUE "N".
122700 01  H-MK-STATUS                  PIC X(001).
122800     88 MK-GEFUNDEN               VALUE "J".
122900     88 MK-N-GEFUNDEN             VALUE "N".
123000 01  H-SEITE-STATUS               PIC X(001).
123100     88 SEITE-WEITER              VALUE "J".
123200     88 SEITE-FERTIG              VALUE "N".
123300 01  H-KURS-STATUS                PIC X(001).
123400     88 KURS-GEFUNDEN             VALUE "J".
123500     88 KURS-FEHLT                VALUE "N".
123600 01  H-SCHIEBEN-STATUS            PIC X(001).
123700     88 SCHIEBEN-WEITER           VALUE "J".
123800     88 SCHIEBEN-FERTIG           VALUE "N".
123900 01  H-AUFTRAG-STATUS             PIC X(001).
124000     88 AUFTRAG-VORHANDEN         VALUE "J".
124100     88 AUFTRAG-NEU               VALUE "N".
124200 01  H-INDEX                      PIC 9(003) COMP-3.
124300 01  H-FB-IND                     PIC 9(003) COMP-3.
124400 01  H-T-IND                      PIC 9(003) COMP-3.
124500 01  H-VG-IND                     PIC 9(003) COMP-3.
124600 01  H-STATUS                     PIC 9(001).
124700 01  H-HAUSWAEHRUNG               PIC X(003).
124800 01  H-SCHWELLE                   PIC 9(013).
124900 01  H-TOP-N                      PIC 9(003).
125000 01  H-FRIST                      PIC 9(008).
125100 01  H-STICHTAG                   PIC 9(008).
125200 01  H-HEUTE                      PIC 9(008).
125300 01  H-GRUND                      PIC X(001).
125400 01  H-RANG                       PIC 9(003).
125500 01  H-FACHBEREICH                PIC X(004).
125600 01  H-VORPERIODE                 PIC 9(006).
125700 01  H-VORPERIODE-R               REDEFINES H-VORPERIODE.
125800     05 H-VP-JAHR                 PIC 9(004).
125900     05 H-VP-MONAT                PIC 9(002).
126000 01  H-ANZ-NEU                    PIC 9(007) COMP-3.
126100 01  H-ANZ-KURS-FEHLT             PIC 9(007) COMP-3.
126200 01  H-ANZ-FB-VOLL                PIC 9(007) COMP-3.
126300/---------------------------------------------------------------*
126400* Aktueller Posten (Aufbau wie ein Eintrag der Rangtabelle)     *
126500*---------------------------------------------------------------*
126600 01  MAT-POSTEN.
126700     05 MAT-PO-AK-NUMMER          PIC 9(005).
126800     05 MAT-PO-HERKUNFT           PIC X(011).
126900     05 MAT-PO-KONTO-ID           PIC X(035).
127000     05 MAT-PO-AUSZUGSDATUM       PIC 9(008).
127100     05 MAT-PO-AUSZUGSNUMMER      PIC 9(005).
127200     05 MAT-PO-AUSZUG-FNR         PIC 9(005).
127300     05 MAT-PO-LFD-NR-APO         PIC 9(007).
127400     05 MAT-PO-FACHBEREICH        PIC X(004).
127500     05 MAT-PO-SACHBEARBEITER     PIC X(008).
127600     05 MAT-PO-WAEHRUNG           PIC X(003).
127700     05 MAT-PO-BETRAG             PIC S9(013)V9(003) COMP-3.
127800     05 MAT-PO-HW-BETRAG          PIC S9(013)V9(003) COMP-3.
127900     05 MAT-PO-HW-ABS             PIC 9(013)V9(003) COMP-3.
128000     05 MAT-PO-VALUTA             PIC 9(008).
128100/---------------------------------------------------------------*
128200* Rangtabelle: je Fachbereich die groessten Posten absteigend   *
128300* nach Betrag in Hauswaehrung                                   *
128400*---------------------------------------------------------------*
128500 01  MAT-RANG-TABELLE.
128600     05 MAT-ANZ-FB                PIC 9(003) COMP-3 VALUE ZERO.
128700     05 MAT-FB                    OCCURS 50.
128800        10 MAT-FB-FACHBEREICH     PIC X(004).
128900        10 MAT-FB-ANZ             PIC 9(003) COMP-3.
129000        10 MAT-FB-EINTRAG         OCCURS 20.
129100           15 MAT-T-AK-NUMMER     PIC 9(005).
129200           15 MAT-T-HERKUNFT      PIC X(011).
129300           15 MAT-T-KONTO-ID      PIC X(035).
129400           15 MAT-T-AUSZUGSDATUM  PIC 9(008).
129500           15 MAT-T-AUSZUGSNUMMER PIC 9(005).
129600           15 MAT-T-AUSZUG-FNR    PIC 9(005).
129700           15 MAT-T-LFD-NR-APO    PIC 9(007).
129800           15 MAT-T-FACHBEREICH   PIC X(004).
129900           15 MAT-T-SACHBEARBEITER
130000                                  PIC X(008).
130100           15 MAT-T-WAEHRUNG      PIC X(003).
130200           15 MAT-T-BETRAG        PIC S9(013)V9(003) COMP-3.
130300           15 MAT-T-HW-BETRAG     PIC S9(013)V9(003) COMP-3.
130400           15 MAT-T-HW-ABS        PIC 9(013)V9(003) COMP-3.
130500           15 MAT-T-VALUTA        PIC 9(008).
130600/---------------------------------------------------------------*
130700* Summen je Fachbereich fuer den Bericht (Periode und Vormonat) *
130800*---------------------------------------------------------------*
130900 01  MAT-SUMMEN-TABELLE.
131000     05 MAT-ANZ-SUMMEN            PIC 9(003) COMP-3 VALUE ZERO.
131100     05 MAT-SUMME                 OCCURS 50.
131200        10 MAT-SU-FACHBEREICH     PIC X(004).
131300        10 MAT-SU-ANZAHL          PIC 9(007) COMP-3.
131400        10 MAT-SU-BETRAG          PIC S9(015)V9(003) COMP-3.
131500        10 MAT-SU-ANZAHL-VM       PIC 9(007) COMP-3.
131600        10 MAT-SU-BETRAG-VM       PIC S9(015)V9(003) COMP-3.
131700        10 MAT-SU-ANZ-OHNE        PIC 9(007) COMP-3.
131800/****************************************************************
131900 PROCEDURE DIVISION.
132000*****************************************************************
132100 0000-MAINLINE SECTION.
132200 0000-MAINLINE-1001.
132300     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
132400     IF MAT-MODUS-ANLEGEN
132500     THEN
132600       PERFORM 2000-ANLEGEN       THRU 2000-ANLEGEN-EXIT
132700     ELSE
132800       PERFORM 3000-BERICHT       THRU 3000-BERICHT-EXIT
132900     END-IF
133000     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
133100     STOP RUN
133200     .
133300 0000-MAINLINE-1002.
133400     EXIT.
133500/---------------------------------------------------------------*
133600* Initialisierung, Vorbelegung fehlender Parameter              *
133700*---------------------------------------------------------------*
133800 1000-INITIALISIERUNG SECTION.
133900 1000-INITIALISIERUNG-1001.
134000     OPEN INPUT  MATPARM
134100     OPEN OUTPUT MATAUS
134200     READ MATPARM
134300       AT END
134400         MOVE SPACE               TO MAT-P-MODUS
134500         MOVE ZERO                TO MAT-P-PERIODE
134600     END-READ
134700     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
134800     MOVE ZERO                    TO H-ANZ-NEU
134900                                     H-ANZ-KURS-FEHLT
135000                                     H-ANZ-FB-VOLL
135100     ACCEPT H-HEUTE               FROM DATE YYYYMMDD
135200     IF MAT-P-SCHWELLE            NUMERIC
135300     THEN
135400       MOVE MAT-P-SCHWELLE        TO H-SCHWELLE
135500     ELSE
135600       MOVE ZERO                  TO H-SCHWELLE
135700     END-IF
135800     IF MAT-P-TOP-N               NUMERIC
135900     THEN
136000       MOVE MAT-P-TOP-N           TO H-TOP-N
136100     ELSE
136200       MOVE C-STD-TOP-N           TO H-TOP-N
136300     END-IF
136400     IF H-TOP-N                   > C-MAX-TOP-N
136500     THEN
136600       MOVE C-MAX-TOP-N           TO H-TOP-N
136700     END-IF
136800     IF MAT-P-STICHTAG            NUMERIC
136900        AND MAT-P-STICHTAG        NOT = ZERO
137000     THEN
137100       MOVE MAT-P-STICHTAG        TO H-STICHTAG
137200     ELSE
137300       MOVE H-HEUTE               TO H-STICHTAG
137400     END-IF
137500     IF MAT-P-FRIST               NUMERIC
137600        AND MAT-P-FRIST           NOT = ZERO
137700     THEN
137800       MOVE MAT-P-FRIST           TO H-FRIST
137900     ELSE
138000       MOVE H-STICHTAG            TO H-FRIST
138100     END-IF
138200     IF MAT-P-HAUSWAEHRUNG        = SPACE
138300     THEN
138400       MOVE C-STD-HAUSWAEHRUNG    TO H-HAUSWAEHRUNG
138500     ELSE
138600       MOVE MAT-P-HAUSWAEHRUNG    TO H-HAUSWAEHRUNG
138700     END-IF
138800*    Vormonat zur Periode
138900     MOVE MAT-P-PERIODE           TO H-VORPERIODE
139000     IF H-VP-MONAT                = 1
139100     THEN
139200       MOVE 12                    TO H-VP-MONAT
139300       SUBTRACT 1                 FROM H-VP-JAHR
139400     ELSE
139500       SUBTRACT 1                 FROM H-VP-MONAT
139600     END-IF
139700     .
139800 1000-INITIALISIERUNG-1002.
139900 1000-INITIALISIERUNG-EXIT.
140000     EXIT.
140100/---------------------------------------------------------------*
140200* Modus A: wesentliche Posten auswaehlen und Kommentarauftraege *
140300* anlegen                                                       *
140400*---------------------------------------------------------------*
140500 2000-ANLEGEN SECTION.
140600 2000-ANLEGEN-1001.
140700     MOVE C-1                     TO H-LFD-ZEILE
140800     PERFORM 2100-LESEN-AKRS-ZEILE
140900                                  THRU 2100-LESEN-AKRS-ZEILE-EXIT
141000     PERFORM UNTIL AKRS-N-GEFUNDEN
141100       MOVE C-STATUS-OFFEN        TO H-STATUS
141200       PERFORM 2200-POSTEN-LESEN  THRU 2200-POSTEN-LESEN-EXIT
141300       MOVE C-STATUS-KLAERUNG     TO H-STATUS
141400       PERFORM 2200-POSTEN-LESEN  THRU 2200-POSTEN-LESEN-EXIT
141500       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
141600       PERFORM 2100-LESEN-AKRS-ZEILE
141700                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
141800     END-PERFORM
141900*    Rangliste je Fachbereich als Auftraege schreiben
142000     PERFORM VARYING H-FB-IND FROM 1 BY 1
142100             UNTIL H-FB-IND       > MAT-ANZ-FB
142200       PERFORM 2700-RANG-SCHREIBEN
142300                                THRU 2700-RANG-SCHREIBEN-EXIT
142400               VARYING H-T-IND FROM 1 BY 1
142500               UNTIL H-T-IND      > MAT-FB-ANZ (H-FB-IND)
142600     END-PERFORM
142700*    Protokoll
142800     INITIALIZE MAT-PROTOKOLL
142900     MOVE C-TEXT-ANZ-NEU          TO MAT-R-TEXT
143000     MOVE MAT-P-PERIODE           TO MAT-R-PERIODE
143100     MOVE H-ANZ-NEU               TO MAT-R-ANZAHL
143200     MOVE MAT-PROTOKOLL           TO MAT-DRUCKZEILE
143300     WRITE MAT-DRUCKZEILE
143400     MOVE C-TEXT-ANZ-KURS-FEHLT   TO MAT-R-TEXT
143500     MOVE H-ANZ-KURS-FEHLT        TO MAT-R-ANZAHL
143600     MOVE MAT-PROTOKOLL           TO MAT-DRUCKZEILE
143700     WRITE MAT-DRUCKZEILE
143800     IF H-ANZ-FB-VOLL             NOT = ZERO
143900     THEN
144000       MOVE C-TEXT-ANZ-FB-VOLL    TO MAT-R-TEXT
144100       MOVE H-ANZ-FB-VOLL         TO MAT-R-ANZAHL
144200       MOVE MAT-PROTOKOLL         TO MAT-DRUCKZEILE
144300       WRITE MAT-DRUCKZEILE
144400     END-IF
144500     .
144600 2000-ANLEGEN-1002.
144700 2000-ANLEGEN-EXIT.
144800     EXIT.
144900/---------------------------------------------------------------*
145000* Zeile aus KA000AKRS lesen                                     *
145100*---------------------------------------------------------------*
145200 2100-LESEN-AKRS-ZEILE SECTION.
145300 2100-LESEN-AKRS-ZEILE-1001.
145400     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
145500     CALL "CGSTAB" USING
145600          C-TAB-LESEN-ZEILE
145700          C-KONFIG-ID-KA
145800          C-OBJEKT-TAB-KA03AKRS
145900          GSOVER-VERSTAENDIGUNGSBEREICH
146000          KA0AKRS-EINGABEBEREICH
146100          KA0AKRS-AUSGABEBEREICH
146200          DUMMY
146300     END-CALL
146400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
146500     THEN
146600       SET AKRS-GEFUNDEN          TO TRUE
146700       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
146800         ON SIZE ERROR CONTINUE
146900       END-ADD
147000     ELSE
147100       SET AKRS-N-GEFUNDEN        TO TRUE
147200     END-IF
147300     .
147400 2100-LESEN-AKRS-ZEILE-1002.
147500 2100-LESEN-AKRS-ZEILE-EXIT.
147600     EXIT.
147700/---------------------------------------------------------------*
147800* Posten eines Abstimmkreises im Status H-STATUS seitenweise    *
147900* lesen                                                         *
148000*---------------------------------------------------------------*
148100 2200-POSTEN-LESEN SECTION.
148200 2200-POSTEN-LESEN-1001.
148300     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
148400     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
148500     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
148600     MOVE H-STATUS                TO KAI5OF3-STATUS
148700     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
148800     MOVE C-N
148900                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
149000     SET SEITE-WEITER             TO TRUE
149100     PERFORM UNTIL SEITE-FERTIG
149200       CALL "AKA5OF" USING
149300            C-01-STD-APO-LIST-SUCHE
149400            C-KONFIG-ID-KA
149500            C-AKAMAT
149600            GSOVER-VERSTAENDIGUNGSBEREICH
149700            KAI5OF2-EINGABEBEREICH
149800            KAO5OF2-AUSGABEBEREICH
149900            DUMMY
150000            KAXIND-INDICES
150100       END-CALL
150200       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
150300          AND KAO5OF2-IND-LETZT   NOT = ZERO
150400       THEN
150500         PERFORM 2300-POSTEN-PRUEFEN
150600                                THRU 2300-POSTEN-PRUEFEN-EXIT
150700                                  VARYING H-INDEX FROM 1 BY 1
150800                                  UNTIL H-INDEX
150900                                        > KAO5OF2-IND-LETZT
151000         IF KAO5OF2-KZ-WEITER     = C-J
151100         THEN
151200           MOVE C-J
151300                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
151400         ELSE
151500           SET SEITE-FERTIG       TO TRUE
151600         END-IF
151700       ELSE
151800         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
151900         SET SEITE-FERTIG         TO TRUE
152000       END-IF
152100     END-PERFORM
152200     .
152300 2200-POSTEN-LESEN-1002.
152400 2200-POSTEN-LESEN-EXIT.
152500     EXIT.
152600/---------------------------------------------------------------*
152700* Einen Posten bewerten: ueber der Schwelle sofort als Auftrag, *
152800* ausserdem in die Rangtabelle seines Fachbereichs einordnen    *
152900*---------------------------------------------------------------*
153000 2300-POSTEN-PRUEFEN SECTION.
153100 2300-POSTEN-PRUEFEN-1001.
153200     IF KAO5OF2-APO-TECHNIK-KZ (H-INDEX)
153300                                  = C-TECHNIK-KZ
153400     THEN
153500       GO TO 2300-POSTEN-PRUEFEN-EXIT
153600     END-IF
153700     INITIALIZE MAT-POSTEN
153800     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
153900                                  TO MAT-PO-AK-NUMMER
154000     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
154100                                  TO MAT-PO-HERKUNFT
154200     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
154300                                  TO MAT-PO-KONTO-ID
154400     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
154500                                  TO MAT-PO-AUSZUGSDATUM
154600     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
154700                                  TO MAT-PO-AUSZUGSNUMMER
154800     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
154900                                  TO MAT-PO-AUSZUG-FNR
155000     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
155100                                  TO MAT-PO-LFD-NR-APO
155200     MOVE KAO5OF2-APO-FACHBEREICH (H-INDEX)
155300                                  TO MAT-PO-FACHBEREICH
155400     IF MAT-PO-FACHBEREICH        = SPACE
155500     THEN
155600       MOVE KA0AKRS-FACHBEREICH   TO MAT-PO-FACHBEREICH
155700     END-IF
155800     MOVE KAO5OF2-APO-SACHBEARBEITER (H-INDEX)
155900                                  TO MAT-PO-SACHBEARBEITER
156000     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
156100                                  TO MAT-PO-WAEHRUNG
156200     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
156300                                  TO MAT-PO-BETRAG
156400     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
156500                                  TO MAT-PO-VALUTA
156600     PERFORM 2400-HW-BETRAG       THRU 2400-HW-BETRAG-EXIT
156700     IF KURS-FEHLT
156800     THEN
156900       GO TO 2300-POSTEN-PRUEFEN-EXIT
157000     END-IF
157100     IF H-SCHWELLE                NOT = ZERO
157200        AND MAT-PO-HW-ABS         NOT < H-SCHWELLE
157300     THEN
157400       MOVE C-GRUND-SCHWELLE      TO H-GRUND
157500       MOVE ZERO                  TO H-RANG
157600       PERFORM 2500-AUFTRAG-SCHREIBEN
157700                                THRU 2500-AUFTRAG-SCHREIBEN-EXIT
157800     END-IF
157900     IF H-TOP-N                   NOT = ZERO
158000     THEN
158100       PERFORM 2600-RANG-EINORDNEN
158200                                THRU 2600-RANG-EINORDNEN-EXIT
158300     END-IF
158400     .
158500 2300-POSTEN-PRUEFEN-1002.
158600 2300-POSTEN-PRUEFEN-EXIT.
158700     EXIT.
158800/---------------------------------------------------------------*
158900* Betrag in Hauswaehrung: Gegenwert des Postens, sonst Betrag   *
159000* in Hauswaehrung, sonst Umrechnung mit Kurs aus KA02AKKU zum   *
159100* Stichtag                                                      *
159200*---------------------------------------------------------------*
159300 2400-HW-BETRAG SECTION.
159400 2400-HW-BETRAG-1001.
159500     SET KURS-GEFUNDEN            TO TRUE
159600     IF KAO5OF2-APO-HW-BETRAG (H-INDEX)
159700                                  NUMERIC
159800        AND KAO5OF2-APO-HW-BETRAG (H-INDEX)
159900                                  NOT = ZERO
160000     THEN
160100       MOVE KAO5OF2-APO-HW-BETRAG (H-INDEX)
160200                                  TO MAT-PO-HW-BETRAG
160300       GO TO 2400-HW-BETRAG-1002
160400     END-IF
160500     IF MAT-PO-WAEHRUNG           = H-HAUSWAEHRUNG
160600        OR MAT-PO-WAEHRUNG        = SPACE
160700     THEN
160800       MOVE MAT-PO-BETRAG         TO MAT-PO-HW-BETRAG
160900       GO TO 2400-HW-BETRAG-1002
161000     END-IF
161100     MOVE MAT-PO-WAEHRUNG         TO KAI0AKC-WAEHRUNG
161200     MOVE H-STICHTAG              TO KAI0AKC-STICHTAG
161300     CALL "CGSTAB"
161400     USING C-TAB-LESEN-EQUAL
161500           C-KONFIG-ID-KA
161600           C-OBJEKT-TAB-KA02AKKU
161700           GSOVER-VERSTAENDIGUNGSBEREICH
161800           KAI0AKC-EINGABEBEREICH
161900           KAO0AKC-AUSGABEBEREICH
162000           GSTTAB-EIN-AUSGABEBEREICH
162100     END-CALL
162200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
162300     THEN
162400       COMPUTE MAT-PO-HW-BETRAG   ROUNDED
162500             = MAT-PO-BETRAG * KAO0AKC-KURS
162600         ON SIZE ERROR
162700           SET KURS-FEHLT         TO TRUE
162800       END-COMPUTE
162900     ELSE
163000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
163100       SET KURS-FEHLT             TO TRUE
163200     END-IF
163300     IF KURS-FEHLT
163400     THEN
163500       ADD C-1                    TO H-ANZ-KURS-FEHLT
163600       INITIALIZE MAT-FEHLERZEILE
163700       MOVE MAT-PO-AK-NUMMER      TO MAT-F-AK-NUMMER
163800       MOVE MAT-PO-HERKUNFT       TO MAT-F-HERKUNFT
163900       MOVE MAT-PO-KONTO-ID       TO MAT-F-KONTO-ID
164000       MOVE MAT-PO-LFD-NR-APO     TO MAT-F-LFD-NR-APO
164100       MOVE MAT-PO-WAEHRUNG       TO MAT-F-WAEHRUNG
164200       MOVE H-STICHTAG            TO MAT-F-STICHTAG
164300       MOVE C-TEXT-KURS-FEHLT     TO MAT-F-TEXT
164400       MOVE MAT-FEHLERZEILE       TO MAT-DRUCKZEILE
164500       WRITE MAT-DRUCKZEILE
164600       GO TO 2400-HW-BETRAG-EXIT
164700     END-IF
164800     .
164900 2400-HW-BETRAG-1002.
165000*    Wesentlichkeit nach dem Betrag ohne Vorzeichen
165100     MOVE MAT-PO-HW-BETRAG        TO MAT-PO-HW-ABS
165200     .
165300 2400-HW-BETRAG-EXIT.
165400     EXIT.
165500/---------------------------------------------------------------*
165600* Kommentarauftrag zum aktuellen Posten schreiben; ein bereits  *
165700* erfasster Kommentar des Auftrags bleibt erhalten              *
165800*---------------------------------------------------------------*
165900 2500-AUFTRAG-SCHREIBEN SECTION.
166000 2500-AUFTRAG-SCHREIBEN-1001.
166100     MOVE MAT-P-PERIODE           TO KAI0AMK-PERIODE
166200     MOVE MAT-PO-AK-NUMMER        TO KAI0AMK-AK-NUMMER
166300     MOVE MAT-PO-HERKUNFT         TO KAI0AMK-HERKUNFT
166400     MOVE MAT-PO-KONTO-ID         TO KAI0AMK-KONTO-ID
166500     MOVE MAT-PO-AUSZUGSDATUM     TO KAI0AMK-AUSZUGSDATUM
166600     MOVE MAT-PO-AUSZUGSNUMMER    TO KAI0AMK-AUSZUGSNUMMER
166700     MOVE MAT-PO-AUSZUG-FNR       TO KAI0AMK-AUSZUG-FNR
166800     MOVE MAT-PO-LFD-NR-APO       TO KAI0AMK-LFD-NR-APO
166900     CALL "CGSTAB"
167000     USING C-TAB-LESEN-EQUAL
167100           C-KONFIG-ID-KA
167200           C-OBJEKT-TAB-KA02AKMK
167300           GSOVER-VERSTAENDIGUNGSBEREICH
167400           KAI0AMK-EINGABEBEREICH
167500           KAO0AMK-AUSGABEBEREICH
167600           GSTTAB-EIN-AUSGABEBEREICH
167700     END-CALL
167800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
167900     THEN
168000       SET AUFTRAG-VORHANDEN      TO TRUE
168100     ELSE
168200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
168300       SET AUFTRAG-NEU            TO TRUE
168400       INITIALIZE KAO0AMK-AUSGABEBEREICH
168500       SET KAO0AMK-OFFEN          TO TRUE
168600     END-IF
168700     MOVE MAT-PO-FACHBEREICH      TO KAO0AMK-FACHBEREICH
168800     MOVE MAT-PO-SACHBEARBEITER   TO KAO0AMK-SACHBEARBEITER
168900     MOVE MAT-PO-WAEHRUNG         TO KAO0AMK-WAEHRUNG
169000     MOVE MAT-PO-BETRAG           TO KAO0AMK-BETRAG
169100     MOVE MAT-PO-HW-BETRAG        TO KAO0AMK-HW-BETRAG
169200     MOVE MAT-PO-VALUTA           TO KAO0AMK-VALUTA
169300     MOVE H-GRUND                 TO KAO0AMK-AUSWAHL-GRUND
169400     MOVE H-RANG                  TO KAO0AMK-RANG
169500     MOVE H-FRIST                 TO KAO0AMK-FRIST
169600     CALL "CGSTAB"
169700     USING C-TAB-SCHREIBEN-EQUAL
169800           C-KONFIG-ID-KA
169900           C-OBJEKT-TAB-KA02AKMK
170000           GSOVER-VERSTAENDIGUNGSBEREICH
170100           KAI0AMK-EINGABEBEREICH
170200           KAO0AMK-AUSGABEBEREICH
170300           GSTTAB-EIN-AUSGABEBEREICH
170400     END-CALL
170500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
170600     THEN
170700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
170800       GO TO 2500-AUFTRAG-SCHREIBEN-EXIT
170900     END-IF
171000     IF AUFTRAG-NEU
171100     THEN
171200       ADD C-1                    TO H-ANZ-NEU
171300     END-IF
171400     .
171500 2500-AUFTRAG-SCHREIBEN-1002.
171600 2500-AUFTRAG-SCHREIBEN-EXIT.
171700     EXIT.
171800/---------------------------------------------------------------*
171900* Aktuellen Posten in die Rangtabelle seines Fachbereichs       *
172000* einordnen (absteigend, hoechstens H-TOP-N Eintraege)          *
172100*---------------------------------------------------------------*
172200 2600-RANG-EINORDNEN SECTION.
172300 2600-RANG-EINORDNEN-1001.
172400     MOVE ZERO                    TO H-FB-IND
172500     PERFORM VARYING H-VG-IND FROM 1 BY 1
172600             UNTIL H-VG-IND       > MAT-ANZ-FB
172700       IF MAT-FB-FACHBEREICH (H-VG-IND)
172800                                  = MAT-PO-FACHBEREICH
172900       THEN
173000         MOVE H-VG-IND            TO H-FB-IND
173100       END-IF
173200     END-PERFORM
173300     IF H-FB-IND                  = ZERO
173400     THEN
173500       IF MAT-ANZ-FB              NOT < C-MAX-FB
173600       THEN
173700         ADD C-1                  TO H-ANZ-FB-VOLL
173800         GO TO 2600-RANG-EINORDNEN-EXIT
173900       END-IF
174000       ADD C-1                    TO MAT-ANZ-FB
174100       MOVE MAT-ANZ-FB            TO H-FB-IND
174200       MOVE MAT-PO-FACHBEREICH    TO MAT-FB-FACHBEREICH (H-FB-IND)
174300       MOVE ZERO                  TO MAT-FB-ANZ (H-FB-IND)
174400     END-IF
174500*    Einfuegeplatz: neuer letzter Platz oder Verdraengung des
174600*    kleinsten Eintrags
174700     IF MAT-FB-ANZ (H-FB-IND)     < H-TOP-N
174800     THEN
174900       ADD C-1                    TO MAT-FB-ANZ (H-FB-IND)
175000       MOVE MAT-FB-ANZ (H-FB-IND) TO H-T-IND
175100     ELSE
175200       IF MAT-PO-HW-ABS
175300          NOT > MAT-T-HW-ABS (H-FB-IND, H-TOP-N)
175400       THEN
175500         GO TO 2600-RANG-EINORDNEN-EXIT
175600       END-IF
175700       MOVE H-TOP-N               TO H-T-IND
175800     END-IF
175900*    kleinere Eintraege um einen Platz nach hinten schieben
176000     SET SCHIEBEN-WEITER          TO TRUE
176100     PERFORM UNTIL SCHIEBEN-FERTIG
176200       IF H-T-IND                 = 1
176300       THEN
176400         SET SCHIEBEN-FERTIG      TO TRUE
176500       ELSE
176600         SUBTRACT 1 FROM H-T-IND  GIVING H-VG-IND
176700         IF MAT-T-HW-ABS (H-FB-IND, H-VG-IND)
176800                                  NOT < MAT-PO-HW-ABS
176900         THEN
177000           SET SCHIEBEN-FERTIG    TO TRUE
177100         ELSE
177200           MOVE MAT-FB-EINTRAG (H-FB-IND, H-VG-IND)
177300                        TO MAT-FB-EINTRAG (H-FB-IND, H-T-IND)
177400           MOVE H-VG-IND          TO H-T-IND
177500         END-IF
177600       END-IF
177700     END-PERFORM
177800     MOVE MAT-POSTEN
177900                        TO MAT-FB-EINTRAG (H-FB-IND, H-T-IND)
178000     .
178100 2600-RANG-EINORDNEN-1002.
178200 2600-RANG-EINORDNEN-EXIT.
178300     EXIT.
178400/---------------------------------------------------------------*
178500* Einen Eintrag der Rangtabelle als Auftrag schreiben; Posten   *
178600* auch ueber der Schwelle erhalten den Auswahlgrund "B"         *
178700*---------------------------------------------------------------*
178800 2700-RANG-SCHREIBEN SECTION.
178900 2700-RANG-SCHREIBEN-1001.
179000     MOVE MAT-FB-EINTRAG (H-FB-IND, H-T-IND)
179100                                  TO MAT-POSTEN
179200     MOVE H-T-IND                 TO H-RANG
179300     IF H-SCHWELLE                NOT = ZERO
179400        AND MAT-PO-HW-ABS         NOT < H-SCHWELLE
179500     THEN
179600       MOVE C-GRUND-BEIDE         TO H-GRUND
179700     ELSE
179800       MOVE C-GRUND-TOP-N         TO H-GRUND
179900     END-IF
180000     PERFORM 2500-AUFTRAG-SCHREIBEN
180100                                THRU 2500-AUFTRAG-SCHREIBEN-EXIT
180200     .
180300 2700-RANG-SCHREIBEN-1002.
180400 2700-RANG-SCHREIBEN-EXIT.
180500     EXIT.
180600/---------------------------------------------------------------*
180700* Modus R: Bericht der Periode mit Kommentaren, Vormonats-      *
180800* vergleich, Fachbereichssummen und Posten ohne Kommentar       *
180900*---------------------------------------------------------------*
181000 3000-BERICHT SECTION.
181100 3000-BERICHT-1001.
181200     INITIALIZE MAT-TITEL
181300     MOVE C-TEXT-POSTEN           TO MAT-T-TEXT
181400     MOVE MAT-P-PERIODE           TO MAT-T-PERIODE
181500     MOVE MAT-TITEL               TO MAT-DRUCKZEILE
181600     WRITE MAT-DRUCKZEILE
181700     MOVE C-1                     TO H-LFD-ZEILE
181800     PERFORM 3100-LESEN-MK-ZEILE  THRU 3100-LESEN-MK-ZEILE-EXIT
181900     PERFORM UNTIL MK-N-GEFUNDEN
182000       IF KA0AKMK-PERIODE         = MAT-P-PERIODE
182100       THEN
182200         PERFORM 3200-POSTEN-MELDEN
182300                              THRU 3200-POSTEN-MELDEN-EXIT
182400       END-IF
182500       IF KA0AKMK-PERIODE         = H-VORPERIODE
182600       THEN
182700         PERFORM 3300-VORMONAT-SUMMIEREN
182800                              THRU 3300-VORMONAT-SUMMIEREN-EXIT
182900       END-IF
183000       ADD C-1                    TO H-LFD-ZEILE
183100       PERFORM 3100-LESEN-MK-ZEILE
183200                                THRU 3100-LESEN-MK-ZEILE-EXIT
183300     END-PERFORM
183400*    Zusammenfassung je Fachbereich
183500     MOVE C-TEXT-ZUSAMMENFASSUNG  TO MAT-T-TEXT
183600     MOVE MAT-TITEL               TO MAT-DRUCKZEILE
183700     WRITE MAT-DRUCKZEILE
183800     PERFORM 3400-SUMME-MELDEN    THRU 3400-SUMME-MELDEN-EXIT
183900             VARYING H-FB-IND FROM 1 BY 1
184000             UNTIL H-FB-IND       > MAT-ANZ-SUMMEN
184100*    Posten ohne Kommentar
184200     MOVE C-TEXT-OHNE-KOMMENTAR   TO MAT-T-TEXT
184300     MOVE MAT-TITEL               TO MAT-DRUCKZEILE
184400     WRITE MAT-DRUCKZEILE
184500     MOVE C-1                     TO H-LFD-ZEILE
184600     PERFORM 3100-LESEN-MK-ZEILE  THRU 3100-LESEN-MK-ZEILE-EXIT
184700     PERFORM UNTIL MK-N-GEFUNDEN
184800       IF KA0AKMK-PERIODE         = MAT-P-PERIODE
184900          AND KA0AKMK-OFFEN
185000       THEN
185100         PERFORM 3500-OHNE-KOMMENTAR
185200                              THRU 3500-OHNE-KOMMENTAR-EXIT
185300       END-IF
185400       ADD C-1                    TO H-LFD-ZEILE
185500       PERFORM 3100-LESEN-MK-ZEILE
185600                                THRU 3100-LESEN-MK-ZEILE-EXIT
185700     END-PERFORM
185800     .
185900 3000-BERICHT-1002.
186000 3000-BERICHT-EXIT.
186100     EXIT.
186200/---------------------------------------------------------------*
186300* Zeile aus KA03AKMK lesen                                      *
186400*---------------------------------------------------------------*
186500 3100-LESEN-MK-ZEILE SECTION.
186600 3100-LESEN-MK-ZEILE-1001.
186700     MOVE H-LFD-ZEILE             TO KA0AKMK-ZEILENNUMMER
186800     CALL "CGSTAB" USING
186900          C-TAB-LESEN-ZEILE
187000          C-KONFIG-ID-KA
187100          C-OBJEKT-TAB-KA03AKMK
187200          GSOVER-VERSTAENDIGUNGSBEREICH
187300          KA0AKMK-EINGABEBEREICH
187400          KA0AKMK-AUSGABEBEREICH
187500          DUMMY
187600     END-CALL
187700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
187800     THEN
187900       SET MK-GEFUNDEN            TO TRUE
188000     ELSE
188100       SET MK-N-GEFUNDEN          TO TRUE
188200     END-IF
188300     .
188400 3100-LESEN-MK-ZEILE-1002.
188500 3100-LESEN-MK-ZEILE-EXIT.
188600     EXIT.
188700/---------------------------------------------------------------*
188800* Einen Posten der Periode mit Kommentar und Vormonatsvergleich *
188900* ausweisen                                                     *
189000*---------------------------------------------------------------*
189100 3200-POSTEN-MELDEN SECTION.
189200 3200-POSTEN-MELDEN-1001.
189300     MOVE KA0AKMK-FACHBEREICH     TO H-FACHBEREICH
189400     PERFORM 3600-SUMME-SUCHEN    THRU 3600-SUMME-SUCHEN-EXIT
189500     IF H-FB-IND                  NOT = ZERO
189600     THEN
189700       ADD C-1                    TO MAT-SU-ANZAHL (H-FB-IND)
189800       ADD KA0AKMK-HW-BETRAG      TO MAT-SU-BETRAG (H-FB-IND)
189900       IF KA0AKMK-OFFEN
190000       THEN
190100         ADD C-1                  TO MAT-SU-ANZ-OHNE (H-FB-IND)
190200       END-IF
190300     END-IF
190400     INITIALIZE MAT-DETAIL
190500     MOVE KA0AKMK-FACHBEREICH     TO MAT-D-FACHBEREICH
190600     MOVE KA0AKMK-AK-NUMMER       TO MAT-D-AK-NUMMER
190700     MOVE KA0AKMK-HERKUNFT        TO MAT-D-HERKUNFT
190800     MOVE KA0AKMK-KONTO-ID        TO MAT-D-KONTO-ID
190900     MOVE KA0AKMK-AUSZUGSDATUM    TO MAT-D-AUSZUGSDATUM
191000     MOVE KA0AKMK-LFD-NR-APO      TO MAT-D-LFD-NR-APO
191100     MOVE KA0AKMK-WAEHRUNG        TO MAT-D-WAEHRUNG
191200     MOVE KA0AKMK-HW-BETRAG       TO MAT-D-HW-BETRAG
191300     MOVE KA0AKMK-AUSWAHL-GRUND   TO MAT-D-GRUND
191400     MOVE KA0AKMK-RANG            TO MAT-D-RANG
191500*    Vormonatsvergleich: derselbe Posten im Vormonat ausgewaehlt
191600     MOVE H-VORPERIODE            TO KAI0AMK-PERIODE
191700     MOVE KA0AKMK-AK-NUMMER       TO KAI0AMK-AK-NUMMER
191800     MOVE KA0AKMK-HERKUNFT        TO KAI0AMK-HERKUNFT
191900     MOVE KA0AKMK-KONTO-ID        TO KAI0AMK-KONTO-ID
192000     MOVE KA0AKMK-AUSZUGSDATUM    TO KAI0AMK-AUSZUGSDATUM
192100     MOVE KA0AKMK-AUSZUGSNUMMER   TO KAI0AMK-AUSZUGSNUMMER
192200     MOVE KA0AKMK-AUSZUG-FNR      TO KAI0AMK-AUSZUG-FNR
192300     MOVE KA0AKMK-LFD-NR-APO      TO KAI0AMK-LFD-NR-APO
192400     CALL "CGSTAB"
192500     USING C-TAB-LESEN-EQUAL
192600           C-KONFIG-ID-KA
192700           C-OBJEKT-TAB-KA02AKMK
192800           GSOVER-VERSTAENDIGUNGSBEREICH
192900           KAI0AMK-EINGABEBEREICH
193000           KAO0AMK-AUSGABEBEREICH
193100           GSTTAB-EIN-AUSGABEBEREICH
193200     END-CALL
193300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
193400     THEN
193500       MOVE C-TEXT-WIEDER         TO MAT-D-VORMONAT
193600       MOVE KAO0AMK-HW-BETRAG     TO MAT-D-HW-BETRAG-VM
193700     ELSE
193800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
193900       MOVE C-TEXT-NEU            TO MAT-D-VORMONAT
194000     END-IF
194100     EVALUATE TRUE
194200       WHEN KA0AKMK-KOMMENTIERT
194300        AND KA0AKMK-KOMM-DATUM    > KA0AKMK-FRIST
194400         MOVE C-TEXT-VERSPAETET   TO MAT-D-STAND
194500       WHEN KA0AKMK-KOMMENTIERT
194600         MOVE C-TEXT-KOMMENTIERT  TO MAT-D-STAND
194700       WHEN OTHER
194800         MOVE C-TEXT-OFFEN        TO MAT-D-STAND
194900     END-EVALUATE
195000     MOVE MAT-DETAIL              TO MAT-DRUCKZEILE
195100     WRITE MAT-DRUCKZEILE
195200     IF NOT KA0AKMK-KOMMENTIERT
195300     THEN
195400       GO TO 3200-POSTEN-MELDEN-EXIT
195500     END-IF
195600     INITIALIZE MAT-KOMMENTAR
195700     MOVE C-TEXT-URSACHE          TO MAT-K-ART
195800     MOVE KA0AKMK-URSACHE         TO MAT-K-TEXT
195900     MOVE C-TEXT-VON              TO MAT-K-ZUSATZ
196000     MOVE KA0AKMK-KOMMENTATOR     TO MAT-K-KOMMENTATOR
196100     MOVE KA0AKMK-KOMM-DATUM      TO MAT-K-DATUM
196200     MOVE MAT-KOMMENTAR           TO MAT-DRUCKZEILE
196300     WRITE MAT-DRUCKZEILE
196400     INITIALIZE MAT-KOMMENTAR
196500     MOVE C-TEXT-MASSNAHME        TO MAT-K-ART
196600     MOVE KA0AKMK-MASSNAHME       TO MAT-K-TEXT
196700     MOVE C-TEXT-BIS              TO MAT-K-ZUSATZ
196800     MOVE KA0AKMK-ERLEDIGUNG-BIS  TO MAT-K-DATUM
196900     MOVE MAT-KOMMENTAR           TO MAT-DRUCKZEILE
197000     WRITE MAT-DRUCKZEILE
197100     .
197200 3200-POSTEN-MELDEN-1002.
197300 3200-POSTEN-MELDEN-EXIT.
197400     EXIT.
197500/---------------------------------------------------------------*
197600* Auftrag des Vormonats in die Fachbereichssummen aufnehmen     *
197700*---------------------------------------------------------------*
197800 3300-VORMONAT-SUMMIEREN SECTION.
197900 3300-VORMONAT-SUMMIEREN-1001.
198000     MOVE KA0AKMK-FACHBEREICH     TO H-FACHBEREICH
198100     PERFORM 3600-SUMME-SUCHEN    THRU 3600-SUMME-SUCHEN-EXIT
198200     IF H-FB-IND                  NOT = ZERO
198300     THEN
198400       ADD C-1                    TO MAT-SU-ANZAHL-VM (H-FB-IND)
198500       ADD KA0AKMK-HW-BETRAG      TO MAT-SU-BETRAG-VM (H-FB-IND)
198600     END-IF
198700     .
198800 3300-VORMONAT-SUMMIEREN-1002.
198900 3300-VORMONAT-SUMMIEREN-EXIT.
199000     EXIT.
199100/---------------------------------------------------------------*
199200* Summenzeile eines Fachbereichs                                *
199300*---------------------------------------------------------------*
199400 3400-SUMME-MELDEN SECTION.
199500 3400-SUMME-MELDEN-1001.
199600     INITIALIZE MAT-SUMMENZEILE
199700     MOVE MAT-SU-FACHBEREICH (H-FB-IND)
199800                                  TO MAT-S-FACHBEREICH
199900     MOVE MAT-SU-ANZAHL (H-FB-IND)
200000                                  TO MAT-S-ANZAHL
200100     MOVE MAT-SU-BETRAG (H-FB-IND)
200200                                  TO MAT-S-SUMME
200300     MOVE MAT-SU-ANZAHL-VM (H-FB-IND)
200400                                  TO MAT-S-ANZAHL-VM
200500     MOVE MAT-SU-BETRAG-VM (H-FB-IND)
200600                                  TO MAT-S-SUMME-VM
200700     MOVE MAT-SU-ANZ-OHNE (H-FB-IND)
200800                                  TO MAT-S-ANZ-OHNE
200900     MOVE MAT-SUMMENZEILE         TO MAT-DRUCKZEILE
201000     WRITE MAT-DRUCKZEILE
201100     .
201200 3400-SUMME-MELDEN-1002.
201300 3400-SUMME-MELDEN-EXIT.
201400     EXIT.
201500/---------------------------------------------------------------*
201600* Posten ohne Kommentar mit Frist und Zustaendigem ausweisen    *
201700*---------------------------------------------------------------*
201800 3500-OHNE-KOMMENTAR SECTION.
201900 3500-OHNE-KOMMENTAR-1001.
202000     INITIALIZE MAT-OFFENZEILE
202100     MOVE KA0AKMK-FACHBEREICH     TO MAT-O-FACHBEREICH
202200     MOVE KA0AKMK-SACHBEARBEITER  TO MAT-O-SACHBEARBEITER
202300     MOVE KA0AKMK-AK-NUMMER       TO MAT-O-AK-NUMMER
202400     MOVE KA0AKMK-HERKUNFT        TO MAT-O-HERKUNFT
202500     MOVE KA0AKMK-KONTO-ID        TO MAT-O-KONTO-ID
202600     MOVE KA0AKMK-AUSZUGSDATUM    TO MAT-O-AUSZUGSDATUM
202700     MOVE KA0AKMK-LFD-NR-APO      TO MAT-O-LFD-NR-APO
202800     MOVE KA0AKMK-HW-BETRAG       TO MAT-O-HW-BETRAG
202900     MOVE KA0AKMK-FRIST           TO MAT-O-FRIST
203000     IF H-HEUTE                   > KA0AKMK-FRIST
203100     THEN
203200       MOVE C-TEXT-UEBERFAELLIG   TO MAT-O-HINWEIS
203300     END-IF
203400     MOVE MAT-OFFENZEILE          TO MAT-DRUCKZEILE
203500     WRITE MAT-DRUCKZEILE
203600     .
203700 3500-OHNE-KOMMENTAR-1002.
203800 3500-OHNE-KOMMENTAR-EXIT.
203900     EXIT.
204000/---------------------------------------------------------------*
204100* Summeneintrag zu H-FACHBEREICH suchen oder anlegen            *
204200* (H-FB-IND = 0: Tabelle voll)                                  *
204300*---------------------------------------------------------------*
204400 3600-SUMME-SUCHEN SECTION.
204500 3600-SUMME-SUCHEN-1001.
204600     MOVE ZERO                    TO H-FB-IND
204700     PERFORM VARYING H-VG-IND FROM 1 BY 1
204800             UNTIL H-VG-IND       > MAT-ANZ-SUMMEN
204900       IF MAT-SU-FACHBEREICH (H-VG-IND)
205000                                  = H-FACHBEREICH
205100       THEN
205200         MOVE H-VG-IND            TO H-FB-IND
205300       END-IF
205400     END-PERFORM
205500     IF H-FB-IND                  NOT = ZERO
205600        OR MAT-ANZ-SUMMEN         NOT < C-MAX-FB
205700     THEN
205800       GO TO 3600-SUMME-SUCHEN-EXIT
205900     END-IF
206000     ADD C-1                      TO MAT-ANZ-SUMMEN
206100     MOVE MAT-ANZ-SUMMEN          TO H-FB-IND
206200     MOVE H-FACHBEREICH           TO MAT-SU-FACHBEREICH (H-FB-IND)
206300     MOVE ZERO                    TO MAT-SU-ANZAHL (H-FB-IND)
206400                                     MAT-SU-BETRAG (H-FB-IND)
206500                                     MAT-SU-ANZAHL-VM (H-FB-IND)
206600                                     MAT-SU-BETRAG-VM (H-FB-IND)
206700                                     MAT-SU-ANZ-OHNE (H-FB-IND)
206800     .
206900 3600-SUMME-SUCHEN-1002.
207000 3600-SUMME-SUCHEN-EXIT.
207100     EXIT.
207200/---------------------------------------------------------------*
207300* Programmende                                                  *
207400*---------------------------------------------------------------*
207500 9999-EXIT SECTION.
207600 9999-EXIT-1001.
207700     CLOSE MATPARM
207800     CLOSE MATAUS
207900     .
208000 9999-EXIT-1002.
208100 9999-EXIT-EXIT.
208200     EXIT.
