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
000160*@Titel         : Valutaspannen geschlossener Paare
000160*@Elementname   : akavsl.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Valutaspannen geschlossener Paare          *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001300*                                                           *
001400*@A-ELEMENTBESCHREIBUNG                                     *
001500* Modul-Beschreibung:                                       *
001600* ------------------                                        *
001700* Monatsbatch der Valutaspannen freigegebener Schliessungen.*
001800* Betrachtet werden die im Berichtsmonat (VSLPARM, JJJJMM)  *
001900* freigegebenen Schliessungen (Zeilenscan KA03AKGB nach dem *
002000* Freigabedatum, Posten ueber AKA5OF                        *
002100* 01-STD-APO-LIST-Z-SCH). Je Paar ergibt sich die Spanne in *
002200* Kalendertagen zwischen der fruehesten und der spaetesten  *
002300* Valuta der Posten; der spaeteste Posten bestimmt          *
002400* Korrespondent (Herkunft + Konto-ID), Abstimmkreis,        *
002500* Fachbereich und Waehrung. Der Zinseffekt wird aus dem     *
002600* Paarbetrag, der Spanne und dem Zinssatz der Waehrung aus  *
002700* KA02AKZI (Prozent p.a., act/360, wie AKAVSD) errechnet:   *
002800* kam eine Gutschrift verspaetet, ist es ein Zinsnachteil   *
002900* (negativ), kam eine Belastung verspaetet, ein Vorteil.    *
003000* Die Paarsaetze werden ueber VSLARB/VSLARBS dreimal        *
003100* sortiert und im Bericht VSLAUS je Korrespondent, je       *
003200* Abstimmkreis und je Fachbereich (jeweils je Waehrung)     *
003300* mit Anzahl, verspaeteten Paaren, mittlerer und groesster  *
003400* Spanne, Paarbetraegen, Zinsnachteil und Zinseffekt        *
003500* summiert. Waehrungen ohne Zinssatz erscheinen als         *
003600* Fehlerzeile, ihre Paare ohne Zinseffekt.                  *
003700*@E-ELEMENTBESCHREIBUNG                                     *
003800*                                                           *
003900*@A-COBOL-COPY                                              *
004000* Benoetigte COBOL-Copies:                                  *
004100* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004200* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004300* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                   *
004400* CKA0AKGB   : ZEILENSCAN KA03AKGB                          *
004500* CKAI0AZI   : EINGABEBEREICH KA02AKZI                      *
004600* CKAO0AZI   : AUSGABEBEREICH KA02AKZI                      *
004700* CKAI5OF2   : EINGABEBEREICH AKA5OF                        *
004800* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
004900* DKAXIND    : INDICES AKA5OF                               *
005000* CKAXIND    : INDICES AKA5OF                               *
005100*@E-COBOL-COPY                                              *
005200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58800                                                *     D01
090052*     Neuanlage - Valutaspannen und Zinseffekt der im Monat *     D01
090053*     freigegebenen Schliessungen je Korrespondent,         *     D01
090054*     Abstimmkreis und Fachbereich.                         *     D01
090055*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAVSL.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT VSLPARM               ASSIGN TO "VSLPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT VSLAUS                ASSIGN TO "VSLAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT VSLARB                ASSIGN TO "VSLARB"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT VSLARBS               ASSIGN TO "VSLARBS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800     SELECT VSLSORT               ASSIGN TO "VSLSORT".
101900 DATA DIVISION.
102000 FILE SECTION.
102100 FD  VSLPARM
102200     RECORDING MODE IS F.
102300 01  VSL-PARM-SATZ.
102400     05 VSL-P-PERIODE             PIC 9(006).
102500 FD  VSLAUS
102600     RECORDING MODE IS F.
102700 01  VSL-DRUCKZEILE               PIC X(150).
102800 FD  VSLARB
102900     RECORDING MODE IS F.
103000 01  VSL-ARB-SATZ                 PIC X(120).
103100 FD  VSLARBS
103200     RECORDING MODE IS F.
103300 01  VSL-ARBS-SATZ.
103400     05 VSL-S-HERKUNFT            PIC X(011).
103500     05 VSL-S-KONTO-ID            PIC X(035).
103600     05 VSL-S-WAEHRUNG            PIC X(003).
103700     05 VSL-S-AK-NUMMER           PIC 9(005).
103800     05 VSL-S-FACHBEREICH         PIC X(004).
103900     05 VSL-S-SCHLIESSUNGSNR      PIC 9(012).
104000     05 VSL-S-TAGE                PIC 9(005).
104100     05 VSL-S-VERSPAETET-KZ       PIC X(001).
104200        88 VSL-S-VERSPAETET       VALUE "J".
104300     05 VSL-S-BETRAG              PIC 9(013)V9(003).
104400     05 VSL-S-NACHTEIL            PIC 9(011)V9(002).
104500     05 VSL-S-EFFEKT              PIC S9(011)V9(002)
104600                                  SIGN LEADING SEPARATE.
104700     05 FILLER                    PIC X(001).
104800 SD  VSLSORT.
104900 01  SRT-SATZ.
105000     05 SRT-HERKUNFT              PIC X(011).
105100     05 SRT-KONTO-ID              PIC X(035).
105200     05 SRT-WAEHRUNG              PIC X(003).
105300     05 SRT-AK-NUMMER             PIC 9(005).
105400     05 SRT-FACHBEREICH           PIC X(004).
105500     05 FILLER                    PIC X(062).
105600*---------------------------------------------------------------*
105700* WORKING-STORAGE-Section                                       *
105800*---------------------------------------------------------------*
105900 WORKING-STORAGE SECTION.
106000 01  VERS-INF.
106100     05  FILLER PIC X(13) VALUE "ELEM=akavsl  ".
106200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
106300/---------------------------------------------------------------*
106400* Konstanten                                                    *
106500*---------------------------------------------------------------*
106600 01  GS-KONSTANTEN.
106700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
106800     20 C-AKAVSL                  PIC X(006) VALUE "AKAVSL".
106900     20 C-OBJEKT-TAB-KA03AKGB     PIC X(009) VALUE "KA03AKGB".
107000     20 C-OBJEKT-TAB-KA02AKZI     PIC X(009) VALUE "KA02AKZI".
107100     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
107200     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107300     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
107400                                  VALUE "01-STD-APO-LIST-Z-SCH".
107500     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107600     20 C-N                       PIC X(001) VALUE "N".
107700     20 C-J                       PIC X(001) VALUE "J".
107800 01  C-TEXTE.
107900     05 C-TEXT-KORRESPONDENT      PIC X(040) VALUE
108000        "VALUTASPANNEN JE KORRESPONDENT".
108100     05 C-TEXT-ABSTIMMKREIS       PIC X(040) VALUE
108200        "VALUTASPANNEN JE ABSTIMMKREIS".
108300     05 C-TEXT-FACHBEREICH        PIC X(040) VALUE
108400        "VALUTASPANNEN JE FACHBEREICH".
108500     05 C-TEXT-ANZ-SCHLIESSUNGEN  PIC X(040) VALUE
108600        "FREIGEGEBENE SCHLIESSUNGEN".
108700     05 C-TEXT-ANZ-PAARE          PIC X(040) VALUE
108800        "AUSGEWERTETE PAARE".
108900     05 C-TEXT-ANZ-OHNE-VALUTA    PIC X(040) VALUE
109000        "SCHLIESSUNGEN OHNE VALUTIERTES PAAR".
109100     05 C-TEXT-ZINSSATZ-FEHLT     PIC X(020) VALUE
109200        "ZINSSATZ FEHLT".
109300/---------------------------------------------------------------*
109400* Formatzeilen Berichtsdatei VSLAUS                             *
109500*---------------------------------------------------------------*
109600 01  VSL-TITEL.
109700     05 VSL-T-TEXT                PIC X(040).
109800     05 FILLER                    PIC X(001) VALUE SPACE.
109900     05 VSL-T-PERIODE             PIC 9(006).
110000     05 FILLER                    PIC X(103) VALUE SPACE.
110100 01  VSL-DETAIL.
110200     05 VSL-D-GRUPPE              PIC X(047).
110300     05 FILLER                    PIC X(001) VALUE SPACE.
110400     05 VSL-D-WAEHRUNG            PIC X(003).
110500     05 FILLER                    PIC X(001) VALUE SPACE.
110600     05 VSL-D-ANZAHL              PIC Z(006)9.
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 VSL-D-ANZ-VERSPAETET      PIC Z(006)9.
110900     05 FILLER                    PIC X(001) VALUE SPACE.
111000     05 VSL-D-MITTEL-TAGE         PIC Z(004)9,9.
111100     05 FILLER                    PIC X(001) VALUE SPACE.
111200     05 VSL-D-MAX-TAGE            PIC Z(004)9.
111300     05 FILLER                    PIC X(001) VALUE SPACE.
111400     05 VSL-D-BETRAG              PIC -(015)9,99.
111500     05 FILLER                    PIC X(001) VALUE SPACE.
111600     05 VSL-D-NACHTEIL            PIC Z(011)9,99.
111700     05 FILLER                    PIC X(001) VALUE SPACE.
111800     05 VSL-D-EFFEKT              PIC -(011)9,99.
111900     05 FILLER                    PIC X(017) VALUE SPACE.
112000 01  VSL-PROTOKOLL.
112100     05 VSL-R-TEXT                PIC X(040).
112200     05 FILLER                    PIC X(001) VALUE SPACE.
112300     05 VSL-R-PERIODE             PIC 9(006).
112400     05 FILLER                    PIC X(001) VALUE SPACE.
112500     05 VSL-R-ANZAHL              PIC Z(006)9.
112600     05 FILLER                    PIC X(095) VALUE SPACE.
112700 01  VSL-FEHLERZEILE.
112800     05 VSL-F-WAEHRUNG            PIC X(003).
112900     05 FILLER                    PIC X(001) VALUE SPACE.
113000     05 VSL-F-TEXT                PIC X(020).
113100     05 FILLER                    PIC X(126) VALUE SPACE.
113200/---------------------------------------------------------------*
113300* Paarsatz der Arbeitsdatei VSLARB                              *
113400*---------------------------------------------------------------*
113500 01  VSL-PAAR.
113600     05 VSL-PA-HERKUNFT           PIC X(011).
113700     05 VSL-PA-KONTO-ID           PIC X(035).
113800     05 VSL-PA-WAEHRUNG           PIC X(003).
113900     05 VSL-PA-AK-NUMMER          PIC 9(005).
114000     05 VSL-PA-FACHBEREICH        PIC X(004).
114100     05 VSL-PA-SCHLIESSUNGSNR     PIC 9(012).
114200     05 VSL-PA-TAGE               PIC 9(005).
114300     05 VSL-PA-VERSPAETET-KZ      PIC X(001).
114400     05 VSL-PA-BETRAG             PIC 9(013)V9(003).
114500     05 VSL-PA-NACHTEIL           PIC 9(011)V9(002).
114600     05 VSL-PA-EFFEKT             PIC S9(011)V9(002)
114700                                  SIGN LEADING SEPARATE.
114800     05 FILLER                    PIC X(001) VALUE SPACE.
114900/---------------------------------------------------------------*
115000* Zinssatz-Zwischenspeicher je Waehrung                         *
115100*---------------------------------------------------------------*
115200 01  VSL-SATZ-TABELLE.
115300     05 VSL-ANZ-SAETZE            PIC 9(003) COMP-3 VALUE ZERO.
115400*    Platz 51 ist der Verdraengungsplatz bei vollem
115500*    Zwischenspeicher
115600     05 VSL-SATZ                  OCCURS 51.
115700        10 VSL-Z-WAEHRUNG         PIC X(003).
115800        10 VSL-Z-ZINSSATZ         PIC 9(003)V9(004) COMP-3.
115900        10 VSL-Z-VORHANDEN-KZ     PIC X(001).
116000           88 VSL-Z-VORHANDEN     VALUE "J".
116100           88 VSL-Z-FEHLT         VALUE "N".
116200/---------------------------------------------------------------*
116300* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
116400*---------------------------------------------------------------*
116500  COPY DCTGRCGE.
116600  COPY CGSOVER.
116700  COPY CGSTTAB.
116800  COPY CKA0AKGB.
116900  COPY CKAI0AZI.
117000  COPY CKAO0AZI.
117100  COPY DKAXIND.
117200  COPY CKAXIND.
117300  COPY CKAI5OF2.
117400  COPY CKAO5OF2.
117500 01  DUMMY                        PIC X(001).
117600/---------------------------------------------------------------*
117700* Hilfsvariable                                                 *
117800*---------------------------------------------------------------*
117900 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
118000 01  H-GB-STATUS                  PIC X(001).
118100     88 GB-GEFUNDEN               VALUE "J".
118200     88 GB-N-GEFUNDEN             VALUE "N".
118300 01  H-ARBS-STATUS                PIC X(001).
118400     88 ARBS-WEITER               VALUE "J".
118500     88 ARBS-ENDE                 VALUE "N".
118600 01  H-SORTART                    PIC 9(001).
118700     88 SORT-KORRESPONDENT        VALUE 1.
118800     88 SORT-ABSTIMMKREIS         VALUE 2.
118900     88 SORT-FACHBEREICH          VALUE 3.
119000 01  H-INDEX                      PIC 9(003) COMP-3.
119100 01  H-SPAET-IND                  PIC 9(003) COMP-3.
119200 01  H-SATZ-IND                   PIC 9(003) COMP-3.
119300 01  H-SUCH-IND                   PIC 9(003) COMP-3.
119400 01  H-ANZ-BEINE                  PIC 9(003) COMP-3.
119500 01  H-VALUTA-MIN                 PIC 9(008).
119600 01  H-VALUTA-MAX                 PIC 9(008).
119700 01  H-TAGE                       PIC S9(005) COMP-3.
119800 01  H-SUMME-HABEN                PIC 9(015)V9(003) COMP-3.
119900 01  H-SUMME-SOLL                 PIC 9(015)V9(003) COMP-3.
120000 01  H-BETRAG-ABS                 PIC 9(013)V9(003) COMP-3.
120100 01  H-ZINS                       PIC 9(011)V9(002) COMP-3.
120200 01  H-ANZ-SCHLIESSUNGEN          PIC 9(007) COMP-3.
120300 01  H-ANZ-PAARE                  PIC 9(007) COMP-3.
120400 01  H-ANZ-OHNE-VALUTA            PIC 9(007) COMP-3.
120500/---------------------------------------------------------------*
120600* Gruppenwechsel: Schluessel und Summen der laufenden Gruppe    *
120700*---------------------------------------------------------------*
120800 01  H-GRUPPE-NEU.
120900     05 H-GN-TEXT                 PIC X(047).
121000     05 H-GN-WAEHRUNG             PIC X(003).
121100 01  H-GRUPPE-ALT.
121200     05 H-GA-TEXT                 PIC X(047).
121300     05 H-GA-WAEHRUNG             PIC X(003).
121400 01  H-G-ANZAHL                   PIC 9(007) COMP-3.
121500 01  H-G-ANZ-VERSPAETET           PIC 9(007) COMP-3.
121600 01  H-G-SUMME-TAGE               PIC 9(011) COMP-3.
121700 01  H-G-MAX-TAGE                 PIC 9(005) COMP-3.
121800 01  H-G-MITTEL-TAGE              PIC 9(005)V9(001) COMP-3.
121900 01  H-G-BETRAG                   PIC S9(015)V9(003) COMP-3.
122000 01  H-G-NACHTEIL                 PIC 9(013)V9(002) COMP-3.
122100 01  H-G-EFFEKT                   PIC S9(013)V9(002) COMP-3.
122200/****************************************************************
122300 PROCEDURE DIVISION.
122400*****************************************************************
122500 0000-MAINLINE SECTION.
122600 0000-MAINLINE-1001.
122700     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
122800     PERFORM 2000-PAARE-SAMMELN   THRU 2000-PAARE-SAMMELN-EXIT
122900     SET SORT-KORRESPONDENT       TO TRUE
123000     PERFORM 3000-SORTIEREN       THRU 3000-SORTIEREN-EXIT
123100     PERFORM 4000-GRUPPEN-AUSWERTEN
123200                                  THRU 4000-GRUPPEN-AUSWERTEN-EXIT
123300     SET SORT-ABSTIMMKREIS        TO TRUE
123400     PERFORM 3000-SORTIEREN       THRU 3000-SORTIEREN-EXIT
123500     PERFORM 4000-GRUPPEN-AUSWERTEN
123600                                  THRU 4000-GRUPPEN-AUSWERTEN-EXIT
123700     SET SORT-FACHBEREICH         TO TRUE
123800     PERFORM 3000-SORTIEREN       THRU 3000-SORTIEREN-EXIT
123900     PERFORM 4000-GRUPPEN-AUSWERTEN
124000                                  THRU 4000-GRUPPEN-AUSWERTEN-EXIT
124100     PERFORM 9000-PROTOKOLL       THRU 9000-PROTOKOLL-EXIT
124200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
124300     STOP RUN
124400     .
124500 0000-MAINLINE-1002.
124600     EXIT.
124700/---------------------------------------------------------------*
124800* Initialisierung                                                *
124900*---------------------------------------------------------------*
125000 1000-INITIALISIERUNG SECTION.
125100 1000-INITIALISIERUNG-1001.
125200     OPEN INPUT  VSLPARM
125300     OPEN OUTPUT VSLAUS
125400     OPEN OUTPUT VSLARB
125500     READ VSLPARM
125600       AT END
125700         MOVE ZERO                TO VSL-P-PERIODE
125800     END-READ
125900     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
126000     MOVE ZERO                    TO H-ANZ-SCHLIESSUNGEN
126100                                     H-ANZ-PAARE
126200                                     H-ANZ-OHNE-VALUTA
126300     .
126400 1000-INITIALISIERUNG-1002.
126500 1000-INITIALISIERUNG-EXIT.
126600     EXIT.
126700/---------------------------------------------------------------*
126800* Im Berichtsmonat freigegebene Schliessungen (KA03AKGB) als    *
126900* Paarsaetze in die Arbeitsdatei stellen                        *
127000*---------------------------------------------------------------*
127100 2000-PAARE-SAMMELN SECTION.
127200 2000-PAARE-SAMMELN-1001.
127300     MOVE C-1                     TO H-LFD-ZEILE
127400     PERFORM 2100-LESEN-GB-ZEILE  THRU 2100-LESEN-GB-ZEILE-EXIT
127500     PERFORM UNTIL GB-N-GEFUNDEN
127600       IF KA0AKGB-FREIGABE-DATUM (1:6)
127700                                  = VSL-P-PERIODE
127800       THEN
127900         PERFORM 2200-SCH-AUSWERTEN
128000                                THRU 2200-SCH-AUSWERTEN-EXIT
128100       END-IF
128200       ADD C-1                    TO H-LFD-ZEILE
128300       PERFORM 2100-LESEN-GB-ZEILE
128400                                THRU 2100-LESEN-GB-ZEILE-EXIT
128500     END-PERFORM
128600     CLOSE VSLARB
128700     .
128800 2000-PAARE-SAMMELN-1002.
128900 2000-PAARE-SAMMELN-EXIT.
129000     EXIT.
129100/---------------------------------------------------------------*
129200* Zeile aus KA03AKGB lesen                                      *
129300*---------------------------------------------------------------*
129400 2100-LESEN-GB-ZEILE SECTION.
129500 2100-LESEN-GB-ZEILE-1001.
129600     MOVE H-LFD-ZEILE             TO KA0AKGB-ZEILENNUMMER
129700     CALL "CGSTAB" USING
129800          C-TAB-LESEN-ZEILE
129900          C-KONFIG-ID-KA
130000          C-OBJEKT-TAB-KA03AKGB
130100          GSOVER-VERSTAENDIGUNGSBEREICH
130200          KA0AKGB-EINGABEBEREICH
130300          KA0AKGB-AUSGABEBEREICH
130400          DUMMY
130500     END-CALL
130600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
130700     THEN
130800       SET GB-GEFUNDEN            TO TRUE
130900     ELSE
131000       SET GB-N-GEFUNDEN          TO TRUE
131100     END-IF
131200     .
131300 2100-LESEN-GB-ZEILE-1002.
131400 2100-LESEN-GB-ZEILE-EXIT.
131500     EXIT.
131600/---------------------------------------------------------------*
131700* Posten einer Schliessung lesen: frueheste und spaeteste       *
131800* Valuta, Paarbetrag, Spanne und Zinseffekt ermitteln           *
131900*---------------------------------------------------------------*
132000 2200-SCH-AUSWERTEN SECTION.
132100 2200-SCH-AUSWERTEN-1001.
132200     ADD C-1                      TO H-ANZ-SCHLIESSUNGEN
132300     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
132400     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
132500     MOVE C-N                     TO
132600                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
132700     MOVE 200                     TO KAI5OF2-ANF-ANZ-TREFFER
132800     MOVE KA0AKGB-SCHLIESSUNGSNR  TO KAI5OF2-SCHLIESSUNGSNR
132900     CALL "AKA5OF" USING
133000          C-01-STD-APO-LIST-Z-SCH
133100          C-KONFIG-ID-KA
133200          C-AKAVSL
133300          GSOVER-VERSTAENDIGUNGSBEREICH
133400          KAI5OF2-EINGABEBEREICH
133500          KAO5OF2-AUSGABEBEREICH
133600          DUMMY
133700          KAXIND-INDICES
133800     END-CALL
133900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
134000     OR KAO5OF2-IND-LETZT         = ZERO
134100     THEN
134200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
134300       ADD C-1                    TO H-ANZ-OHNE-VALUTA
134400       GO TO 2200-SCH-AUSWERTEN-EXIT
134500     END-IF
134600     MOVE ZERO                    TO H-ANZ-BEINE
134700                                     H-SPAET-IND
134800                                     H-VALUTA-MIN
134900                                     H-VALUTA-MAX
135000                                     H-SUMME-HABEN
135100                                     H-SUMME-SOLL
135200     PERFORM 2300-POSTEN-EINORDNEN
135300                                THRU 2300-POSTEN-EINORDNEN-EXIT
135400             VARYING H-INDEX FROM 1 BY 1
135500             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
135600     IF H-ANZ-BEINE               < 2
135700     THEN
135800       ADD C-1                    TO H-ANZ-OHNE-VALUTA
135900       GO TO 2200-SCH-AUSWERTEN-EXIT
136000     END-IF
136100*    der spaeteste Posten bestimmt Korrespondent und Zuordnung
136200     INITIALIZE VSL-PAAR
136300     MOVE KAO5OF2-APO-HERKUNFT (H-SPAET-IND)
136400                                  TO VSL-PA-HERKUNFT
136500     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-SPAET-IND)
136600                                  TO VSL-PA-KONTO-ID
136700     MOVE KAO5OF2-APO-WAEHRUNG (H-SPAET-IND)
136800                                  TO VSL-PA-WAEHRUNG
136900     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-SPAET-IND)
137000                                  TO VSL-PA-AK-NUMMER
137100     MOVE KAO5OF2-APO-FACHBEREICH (H-SPAET-IND)
137200                                  TO VSL-PA-FACHBEREICH
137300     MOVE KA0AKGB-SCHLIESSUNGSNR  TO VSL-PA-SCHLIESSUNGSNR
137400*    Paarbetrag: die groessere der beiden Seiten
137500     IF H-SUMME-HABEN             > H-SUMME-SOLL
137600     THEN
137700       MOVE H-SUMME-HABEN         TO VSL-PA-BETRAG
137800     ELSE
137900       MOVE H-SUMME-SOLL          TO VSL-PA-BETRAG
138000     END-IF
138100     COMPUTE H-TAGE =
138200             FUNCTION INTEGER-OF-DATE (H-VALUTA-MAX)
138300           - FUNCTION INTEGER-OF-DATE (H-VALUTA-MIN)
138400     MOVE H-TAGE                  TO VSL-PA-TAGE
138500     IF H-TAGE                    > ZERO
138600     THEN
138700       MOVE C-J                   TO VSL-PA-VERSPAETET-KZ
138800     ELSE
138900       MOVE C-N                   TO VSL-PA-VERSPAETET-KZ
139000     END-IF
139100     MOVE ZERO                    TO VSL-PA-NACHTEIL
139200                                     VSL-PA-EFFEKT
139300     IF H-TAGE                    > ZERO
139400     THEN
139500       PERFORM 2400-ZINSSATZ-ERMITTELN
139600                              THRU 2400-ZINSSATZ-ERMITTELN-EXIT
139700       IF VSL-Z-VORHANDEN (H-SATZ-IND)
139800       THEN
139900         COMPUTE H-ZINS ROUNDED =
140000                 VSL-PA-BETRAG
140100                 * VSL-Z-ZINSSATZ (H-SATZ-IND) / 100
140200                 * H-TAGE / 360
140300*        verspaetete Gutschrift: Zinsnachteil, verspaetete
140400*        Belastung: Zinsvorteil
140500         IF KAO5OF2-APO-BETRAG (H-SPAET-IND)
140600                                  > ZERO
140700         THEN
140800           MOVE H-ZINS            TO VSL-PA-NACHTEIL
140900           COMPUTE VSL-PA-EFFEKT  = H-ZINS * -1
141000         ELSE
141100           MOVE H-ZINS            TO VSL-PA-EFFEKT
141200         END-IF
141300       END-IF
141400     END-IF
141500     WRITE VSL-ARB-SATZ           FROM VSL-PAAR
141600     ADD C-1                      TO H-ANZ-PAARE
141700     .
141800 2200-SCH-AUSWERTEN-1002.
141900 2200-SCH-AUSWERTEN-EXIT.
142000     EXIT.
142100/---------------------------------------------------------------*
142200* Einen Posten der Schliessung einordnen: Valuta-Grenzen und    *
142300* Summen je Seite; Posten ohne Valuta bleiben unberuecksichtigt *
142400*---------------------------------------------------------------*
142500 2300-POSTEN-EINORDNEN SECTION.
142600 2300-POSTEN-EINORDNEN-1001.
142700     IF KAO5OF2-APO-VALUTA (H-INDEX)
142800                                  NOT NUMERIC
142900        OR KAO5OF2-APO-VALUTA (H-INDEX)
143000                                  = ZERO
143100     THEN
143200       GO TO 2300-POSTEN-EINORDNEN-EXIT
143300     END-IF
143400     ADD C-1                      TO H-ANZ-BEINE
143500     IF KAO5OF2-APO-BETRAG (H-INDEX)
143600                                  < ZERO
143700     THEN
143800       COMPUTE H-BETRAG-ABS = KAO5OF2-APO-BETRAG (H-INDEX) * -1
143900       ADD H-BETRAG-ABS           TO H-SUMME-SOLL
144000     ELSE
144100       ADD KAO5OF2-APO-BETRAG (H-INDEX)
144200                                  TO H-SUMME-HABEN
144300     END-IF
144400     IF H-ANZ-BEINE               = 1
144500     THEN
144600       MOVE KAO5OF2-APO-VALUTA (H-INDEX)
144700                                  TO H-VALUTA-MIN
144800                                     H-VALUTA-MAX
144900       MOVE H-INDEX               TO H-SPAET-IND
145000       GO TO 2300-POSTEN-EINORDNEN-EXIT
145100     END-IF
145200     IF KAO5OF2-APO-VALUTA (H-INDEX)
145300                                  < H-VALUTA-MIN
145400     THEN
145500       MOVE KAO5OF2-APO-VALUTA (H-INDEX)
145600                                  TO H-VALUTA-MIN
145700     END-IF
145800     IF KAO5OF2-APO-VALUTA (H-INDEX)
145900                                  > H-VALUTA-MAX
146000     THEN
146100       MOVE KAO5OF2-APO-VALUTA (H-INDEX)
146200                                  TO H-VALUTA-MAX
146300       MOVE H-INDEX               TO H-SPAET-IND
146400     END-IF
146500     .
146600 2300-POSTEN-EINORDNEN-1002.
146700 2300-POSTEN-EINORDNEN-EXIT.
146800     EXIT.
146900/---------------------------------------------------------------*
147000* Zinssatz der Waehrung des Paares ermitteln (mit Zwischen-     *
147100* speicher); fehlende Saetze werden einmalig gemeldet           *
147200*---------------------------------------------------------------*
147300 2400-ZINSSATZ-ERMITTELN SECTION.
147400 2400-ZINSSATZ-ERMITTELN-1001.
147500     MOVE ZERO                    TO H-SATZ-IND
147600     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
147700             UNTIL H-SUCH-IND     > VSL-ANZ-SAETZE
147800       IF VSL-Z-WAEHRUNG (H-SUCH-IND) = VSL-PA-WAEHRUNG
147900       THEN
148000         MOVE H-SUCH-IND          TO H-SATZ-IND
148100       END-IF
148200     END-PERFORM
148300     IF H-SATZ-IND                NOT = ZERO
148400     THEN
148500       GO TO 2400-ZINSSATZ-ERMITTELN-EXIT
148600     END-IF
148700*    voller Zwischenspeicher: Verdraengungsplatz 51 nutzen
148800     IF VSL-ANZ-SAETZE            >= 50
148900     THEN
149000       MOVE 51                    TO H-SATZ-IND
149100     ELSE
149200       ADD C-1                    TO VSL-ANZ-SAETZE
149300       MOVE VSL-ANZ-SAETZE        TO H-SATZ-IND
149400     END-IF
149500     MOVE VSL-PA-WAEHRUNG         TO VSL-Z-WAEHRUNG (H-SATZ-IND)
149600     MOVE VSL-PA-WAEHRUNG         TO KAI0AZI-WAEHRUNG
149700     CALL "CGSTAB"
149800     USING C-TAB-LESEN-EQUAL
149900           C-KONFIG-ID-KA
150000           C-OBJEKT-TAB-KA02AKZI
150100           GSOVER-VERSTAENDIGUNGSBEREICH
150200           KAI0AZI-EINGABEBEREICH
150300           KAO0AZI-AUSGABEBEREICH
150400           GSTTAB-EIN-AUSGABEBEREICH
150500     END-CALL
150600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
150700     THEN
150800       SET VSL-Z-VORHANDEN (H-SATZ-IND)
150900                                  TO TRUE
151000       MOVE KAO0AZI-ZINSSATZ      TO VSL-Z-ZINSSATZ (H-SATZ-IND)
151100     ELSE
151200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
151300       SET VSL-Z-FEHLT (H-SATZ-IND)
151400                                  TO TRUE
151500       INITIALIZE VSL-FEHLERZEILE
151600       MOVE VSL-PA-WAEHRUNG       TO VSL-F-WAEHRUNG
151700       MOVE C-TEXT-ZINSSATZ-FEHLT TO VSL-F-TEXT
151800       MOVE VSL-FEHLERZEILE       TO VSL-DRUCKZEILE
151900       WRITE VSL-DRUCKZEILE
152000     END-IF
152100     .
152200 2400-ZINSSATZ-ERMITTELN-1002.
152300 2400-ZINSSATZ-ERMITTELN-EXIT.
152400     EXIT.
152500/---------------------------------------------------------------*
152600* Paarsaetze nach der Gruppierung H-SORTART sortieren           *
152700*---------------------------------------------------------------*
152800 3000-SORTIEREN SECTION.
152900 3000-SORTIEREN-1001.
153000     EVALUATE TRUE
153100       WHEN SORT-KORRESPONDENT
153200         SORT VSLSORT
153300              ON ASCENDING KEY SRT-HERKUNFT
153400                               SRT-KONTO-ID
153500                               SRT-WAEHRUNG
153600              USING VSLARB
153700              GIVING VSLARBS
153800       WHEN SORT-ABSTIMMKREIS
153900         SORT VSLSORT
154000              ON ASCENDING KEY SRT-AK-NUMMER
154100                               SRT-WAEHRUNG
154200              USING VSLARB
154300              GIVING VSLARBS
154400       WHEN OTHER
154500         SORT VSLSORT
154600              ON ASCENDING KEY SRT-FACHBEREICH
154700                               SRT-WAEHRUNG
154800              USING VSLARB
154900              GIVING VSLARBS
155000     END-EVALUATE
155100     .
155200 3000-SORTIEREN-1002.
155300 3000-SORTIEREN-EXIT.
155400     EXIT.
155500/---------------------------------------------------------------*
155600* Sortierte Paarsaetze mit Gruppenwechsel summieren             *
155700*---------------------------------------------------------------*
155800 4000-GRUPPEN-AUSWERTEN SECTION.
155900 4000-GRUPPEN-AUSWERTEN-1001.
156000     INITIALIZE VSL-TITEL
156100     EVALUATE TRUE
156200       WHEN SORT-KORRESPONDENT
156300         MOVE C-TEXT-KORRESPONDENT
156400                                  TO VSL-T-TEXT
156500       WHEN SORT-ABSTIMMKREIS
156600         MOVE C-TEXT-ABSTIMMKREIS TO VSL-T-TEXT
156700       WHEN OTHER
156800         MOVE C-TEXT-FACHBEREICH  TO VSL-T-TEXT
156900     END-EVALUATE
157000     MOVE VSL-P-PERIODE           TO VSL-T-PERIODE
157100     MOVE VSL-TITEL               TO VSL-DRUCKZEILE
157200     WRITE VSL-DRUCKZEILE
157300     MOVE HIGH-VALUE              TO H-GRUPPE-ALT
157400     PERFORM 4300-SUMMEN-LOESCHEN THRU 4300-SUMMEN-LOESCHEN-EXIT
157500     OPEN INPUT VSLARBS
157600     SET ARBS-WEITER              TO TRUE
157700     PERFORM UNTIL ARBS-ENDE
157800       READ VSLARBS
157900         AT END
158000           SET ARBS-ENDE          TO TRUE
158100         NOT AT END
158200           PERFORM 4100-PAAR-SUMMIEREN
158300                              THRU 4100-PAAR-SUMMIEREN-EXIT
158400       END-READ
158500     END-PERFORM
158600     IF H-G-ANZAHL                NOT = ZERO
158700     THEN
158800       PERFORM 4200-GRUPPE-SCHREIBEN
158900                              THRU 4200-GRUPPE-SCHREIBEN-EXIT
159000     END-IF
159100     CLOSE VSLARBS
159200     .
159300 4000-GRUPPEN-AUSWERTEN-1002.
159400 4000-GRUPPEN-AUSWERTEN-EXIT.
159500     EXIT.
159600/---------------------------------------------------------------*
159700* Gruppenschluessel bilden, bei Wechsel die Vorgruppe ausgeben, *
159800* Paar in die Gruppensummen aufnehmen                           *
159900*---------------------------------------------------------------*
160000 4100-PAAR-SUMMIEREN SECTION.
160100 4100-PAAR-SUMMIEREN-1001.
160200     MOVE SPACE                   TO H-GRUPPE-NEU
160300     EVALUATE TRUE
160400       WHEN SORT-KORRESPONDENT
160500         MOVE VSL-S-HERKUNFT      TO H-GN-TEXT (1:11)
160600         MOVE VSL-S-KONTO-ID      TO H-GN-TEXT (13:35)
160700       WHEN SORT-ABSTIMMKREIS
160800         MOVE VSL-S-AK-NUMMER     TO H-GN-TEXT (1:5)
160900       WHEN OTHER
161000         MOVE VSL-S-FACHBEREICH   TO H-GN-TEXT (1:4)
161100     END-EVALUATE
161200     MOVE VSL-S-WAEHRUNG          TO H-GN-WAEHRUNG
161300     IF H-GRUPPE-NEU              NOT = H-GRUPPE-ALT
161400     THEN
161500       IF H-G-ANZAHL              NOT = ZERO
161600       THEN
161700         PERFORM 4200-GRUPPE-SCHREIBEN
161800                              THRU 4200-GRUPPE-SCHREIBEN-EXIT
161900       END-IF
162000       PERFORM 4300-SUMMEN-LOESCHEN
162100                              THRU 4300-SUMMEN-LOESCHEN-EXIT
162200       MOVE H-GRUPPE-NEU          TO H-GRUPPE-ALT
162300     END-IF
162400     ADD C-1                      TO H-G-ANZAHL
162500     IF VSL-S-VERSPAETET
162600     THEN
162700       ADD C-1                    TO H-G-ANZ-VERSPAETET
162800     END-IF
162900     ADD VSL-S-TAGE               TO H-G-SUMME-TAGE
163000     IF VSL-S-TAGE                > H-G-MAX-TAGE
163100     THEN
163200       MOVE VSL-S-TAGE            TO H-G-MAX-TAGE
163300     END-IF
163400     ADD VSL-S-BETRAG             TO H-G-BETRAG
163500     ADD VSL-S-NACHTEIL           TO H-G-NACHTEIL
163600     ADD VSL-S-EFFEKT             TO H-G-EFFEKT
163700     .
163800 4100-PAAR-SUMMIEREN-1002.
163900 4100-PAAR-SUMMIEREN-EXIT.
164000     EXIT.
164100/---------------------------------------------------------------*
164200* Summenzeile der abgeschlossenen Gruppe                        *
164300*---------------------------------------------------------------*
164400 4200-GRUPPE-SCHREIBEN SECTION.
164500 4200-GRUPPE-SCHREIBEN-1001.
164600     COMPUTE H-G-MITTEL-TAGE ROUNDED =
164700             H-G-SUMME-TAGE / H-G-ANZAHL
164800     INITIALIZE VSL-DETAIL
164900     MOVE H-GA-TEXT               TO VSL-D-GRUPPE
165000     MOVE H-GA-WAEHRUNG           TO VSL-D-WAEHRUNG
165100     MOVE H-G-ANZAHL              TO VSL-D-ANZAHL
165200     MOVE H-G-ANZ-VERSPAETET      TO VSL-D-ANZ-VERSPAETET
165300     MOVE H-G-MITTEL-TAGE         TO VSL-D-MITTEL-TAGE
165400     MOVE H-G-MAX-TAGE            TO VSL-D-MAX-TAGE
165500     MOVE H-G-BETRAG              TO VSL-D-BETRAG
165600     MOVE H-G-NACHTEIL            TO VSL-D-NACHTEIL
165700     MOVE H-G-EFFEKT              TO VSL-D-EFFEKT
165800     MOVE VSL-DETAIL              TO VSL-DRUCKZEILE
165900     WRITE VSL-DRUCKZEILE
166000     .
166100 4200-GRUPPE-SCHREIBEN-1002.
166200 4200-GRUPPE-SCHREIBEN-EXIT.
166300     EXIT.
166400/---------------------------------------------------------------*
166500* Gruppensummen zuruecksetzen                                   *
166600*---------------------------------------------------------------*
166700 4300-SUMMEN-LOESCHEN SECTION.
166800 4300-SUMMEN-LOESCHEN-1001.
166900     MOVE ZERO                    TO H-G-ANZAHL
167000                                     H-G-ANZ-VERSPAETET
167100                                     H-G-SUMME-TAGE
167200                                     H-G-MAX-TAGE
167300                                     H-G-BETRAG
167400                                     H-G-NACHTEIL
167500                                     H-G-EFFEKT
167600     .
167700 4300-SUMMEN-LOESCHEN-1002.
167800 4300-SUMMEN-LOESCHEN-EXIT.
167900     EXIT.
168000/---------------------------------------------------------------*
168100* Endeprotokoll                                                 *
168200*---------------------------------------------------------------*
168300 9000-PROTOKOLL SECTION.
168400 9000-PROTOKOLL-1001.
168500     INITIALIZE VSL-PROTOKOLL
168600     MOVE VSL-P-PERIODE           TO VSL-R-PERIODE
168700     MOVE C-TEXT-ANZ-SCHLIESSUNGEN
168800                                  TO VSL-R-TEXT
168900     MOVE H-ANZ-SCHLIESSUNGEN     TO VSL-R-ANZAHL
169000     MOVE VSL-PROTOKOLL           TO VSL-DRUCKZEILE
169100     WRITE VSL-DRUCKZEILE
169200     MOVE C-TEXT-ANZ-PAARE        TO VSL-R-TEXT
169300     MOVE H-ANZ-PAARE             TO VSL-R-ANZAHL
169400     MOVE VSL-PROTOKOLL           TO VSL-DRUCKZEILE
169500     WRITE VSL-DRUCKZEILE
169600     MOVE C-TEXT-ANZ-OHNE-VALUTA  TO VSL-R-TEXT
169700     MOVE H-ANZ-OHNE-VALUTA       TO VSL-R-ANZAHL
169800     MOVE VSL-PROTOKOLL           TO VSL-DRUCKZEILE
169900     WRITE VSL-DRUCKZEILE
170000     .
170100 9000-PROTOKOLL-1002.
170200 9000-PROTOKOLL-EXIT.
170300     EXIT.
170400/---------------------------------------------------------------*
170500* Programmende                                                  *
170600*---------------------------------------------------------------*
170700 9999-EXIT SECTION.
170800 9999-EXIT-1001.
170900     CLOSE VSLPARM
171000     CLOSE VSLAUS
171100     .
171200 9999-EXIT-1002.
171300 9999-EXIT-EXIT.
171400     EXIT.
