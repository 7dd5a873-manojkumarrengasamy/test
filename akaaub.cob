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
000160*@Titel         : Austritts-Uebergabe
000160*@Elementname   : akaaub.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Austritts-Uebergabe                       *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Dauerhafte Uebergabe der persoenlichen Arbeit eines      *
001800* ausscheidenden Sachbearbeiters. AUBPARM nennt den        *
001900* ausscheidenden Benutzer, den Modus (P = Probelauf,       *
002000* A = Ausfuehren) und bis zu acht Nachfolger; bei mehr     *
002100* als einem Nachfolger wird reihum verteilt (wie AKAVTL).  *
002200* Uebergeben werden:                                       *
002300*   - offene Posten (Status 1, 2 und 3) mit APO-SACH-      *
002400*     BEARBEITER = Benutzer (AKA5OF, KKA5AP, KKA4AP        *
002500*     01-INT-AEN-APO-UCHK),                                *
002600*   - zur Freigabe anstehende Schliessungen (Status 5),    *
002700*     die der Benutzer angelegt hat: deren Posten gehen an *
002800*     einen Nachfolger; der Anleger bleibt als Nachweis des*
002900*     Vier-Augen-Prinzips unveraendert,                    *
003000*   - persoenliche Wiedervorlagen KA02AKWV (folgen dem     *
003100*     Nachfolger des Postens, sonst reihum),               *
003200*   - geparkte Schliessungsentwuerfe KA02AKDE (ein         *
003300*     Entwurf geht geschlossen an einen Nachfolger),       *
003400*   - sperrende Legal Holds mit dem Benutzer als Inhaber   *
003500*     (AKALHD 01-INT-LH-INHABER).                          *
003600* Freigabe-Delegationen KA02AKDL des Benutzers und fuer den*
003700* Benutzer werden widerrufen. Vertretungs-Uebergaben       *
003800* KA02AKUB des Benutzers gehen an einen Nachfolger statt   *
003900* nach der Rueckkehr zurueck; ist der Benutzer selbst      *
004000* Vertreter, wird der Nachfolger eingetragen. Kuenftige    *
004100* Abwesenheiten im Kalender KA000AKAW mit dem Benutzer als *
004200* Vertreter werden zur Pflege ausgewiesen.                 *
004300* Jede Uebergabe wird im Journal KJD100 festgehalten. Die  *
004400* Uebergabeliste AUBAUS fuer die Teamleitung weist jedes   *
004500* Objekt mit Nachfolger aus, dazu Summen je Bereich und je *
004600* Nachfolger. Je Abstimmkreis und Status liefert AKA5OF    *
004700* hoechstens 200 Posten; eine volle Seite wird im Modus A  *
004800* erneut abgefragt, solange alle Posten uebergeben wurden. *
004900* Im Laufregister AKARUN: gelesen = gefundene Objekte,     *
005000* geschrieben = uebergebene bzw. widerrufene Objekte,      *
005100* Fehler = nicht uebergebene Objekte.                      *
005200*@E-ELEMENTBESCHREIBUNG                                    *
005300*                                                          *
005400*@A-MODULAUFRUF                                            *
005500* CGSTAB  : Tabellenzugriff und Zeilenscans                *
005600* AKA5OF  : Postenliste je Abstimmkreis bzw. Schliessung   *
005700* KKA5AP  : Posten im Detail lesen (CGSAUF)                *
005800* KKA4AP  : Sachbearbeiter eines Postens aendern (CGSAUF)  *
005900* AKALHD  : Inhaberwechsel Legal Hold                      *
006000* KJD100  : Journal                                        *
006100* AKARUN  : Zentrales Laufregister                         *
006200*@E-MODULAUFRUF                                            *
006300*                                                          *
006400*@A-COBOL-COPY                                             *
006500* Benoetigte COBOL-Copies:                                 *
006600* DCTGRCGE   : RETURNCODE GEWICHTE                         *
006700* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
006800* CGSTTAB    : UEBERGABEBEREICH CGSTAB                     *
006900* DKAXIND    : INDICES AKA5OF                              *
007000* CKAXIND    : INDICES AKA5OF                              *
007100* CKAI5OF2   : EINGABEBEREICH AKA5OF                       *
007200* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
007300* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
007400* CKAI5AP1   : EINGABEBEREICH KKA5AP                       *
007500* CKAO5AP1   : AUSGABEBEREICH KKA5AP                       *
007600* CKAI4AP1   : EINGABEBEREICH KKA4AP                       *
007700* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
007800* CKA0SCH    : ZEILENSCAN KA03SCH                          *
007900* CKA0AKWV   : ZEILENSCAN KA03AKWV                         *
008000* CKAI0AWV   : EINGABEBEREICH KA02AKWV                     *
008100* CKAO0AWV   : AUSGABEBEREICH KA02AKWV                     *
008200* CKA0AKDE   : ZEILENSCAN KA03AKDE                         *
008300* CKAI0AKE   : EINGABEBEREICH KA02AKDE                     *
008400* CKAO0AKE   : AUSGABEBEREICH KA02AKDE                     *
008500* CKA0AKLH   : ZEILENSCAN KA03AKLH                         *
008600* CKAILHD    : SCHNITTSTELLE AKALHD                        *
008700* CKA0AKDL   : ZEILENSCAN KA03AKDL                         *
008800* CKAI0AKD   : EINGABEBEREICH KA02AKDL                     *
008900* CKAO0AKD   : AUSGABEBEREICH KA02AKDL                     *
009000* CKA0AKUB   : ZEILENSCAN KA03AKUB                         *
009100* CKAI0AUB   : EINGABEBEREICH KA02AKUB                     *
009200* CKAO0AUB   : AUSGABEBEREICH KA02AKUB                     *
009300* CKA0AKAW   : ZEILENSCAN KA03AKAW                         *
009400* CJDI100    : EINGABEBEREICH KJD100                       *
009500* CJDO100    : AUSGABEBEREICH KJD100                       *
009600* CKAIRUN    : EINGABEBEREICH AKARUN                       *
009700*@E-COBOL-COPY                                             *
009800*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58817                                               *      D01
090052*     Neuanlage - dauerhafte Uebergabe der Arbeit eines    *      D01
090053*     ausscheidenden Sachbearbeiters mit Journal und       *      D01
090054*     Uebergabeliste.                                      *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAAUB.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT AUBPARM               ASSIGN TO "AUBPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT AUBAUS                ASSIGN TO "AUBAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  AUBPARM
101700     RECORDING MODE IS F.
101800 01  AUB-PARM-SATZ.
101900     05 AUB-P-BENUTZER            PIC X(008).
102000     05 FILLER                    PIC X(001).
102100     05 AUB-P-MODUS               PIC X(001).
102200        88 AUB-PROBELAUF          VALUE "P".
102300        88 AUB-AUSFUEHREN         VALUE "A".
102400     05 FILLER                    PIC X(001).
102500     05 AUB-P-NACHFOLGER          OCCURS 8.
102600        10 AUB-P-NF-KENNUNG       PIC X(008).
102700        10 FILLER                 PIC X(001).
102800 FD  AUBAUS
102900     RECORDING MODE IS F.
103000 01  AUB-DRUCKZEILE               PIC X(120).
103100*---------------------------------------------------------------*
103200* WORKING-STORAGE-Section                                       *
103300*---------------------------------------------------------------*
103400 WORKING-STORAGE SECTION.
103500 01  VERS-INF.
103600     05  FILLER PIC X(13) VALUE "ELEM=akaaub  ".
103700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103800/---------------------------------------------------------------*
103900* Konstanten                                                    *
104000*---------------------------------------------------------------*
104100 01  GS-KONSTANTEN.
104200     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
104300     20 C-AKAAUB                  PIC X(006) VALUE "AKAAUB".
104400     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
104500     20 C-OBJEKT-AUF-KKA5AP       PIC X(020) VALUE "KKA5AP".
104600     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
104700     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
104800                                  VALUE "01-STD-APO-LIST-SUCHE".
104900     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
105000                                  VALUE "01-STD-APO-LIST-Z-SCH".
105100     20 C-01-INT-LES-APO-DETAIL   PIC X(040)
105200                                  VALUE "01-INT-LES-APO-DETAIL".
105300     20 C-01-INT-AEN-APO-UCHK     PIC X(040)
105400                                  VALUE "01-INT-AEN-APO-UCHK".
105500     20 C-01-INT-LH-INHABER       PIC X(040)
105600                                  VALUE "01-INT-LH-INHABER".
105700     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105800     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105900     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
106000                                  VALUE "SCHREIBEN-EQUAL".
106100     20 C-TAB-LOESCHEN-EQUAL      PIC X(040)
106200                                  VALUE "LOESCHEN-EQUAL".
106300     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
106400     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
106500     20 C-OBJEKT-TAB-KA03AKWV     PIC X(009) VALUE "KA03AKWV".
106600     20 C-OBJEKT-TAB-KA02AKWV     PIC X(009) VALUE "KA02AKWV".
106700     20 C-OBJEKT-TAB-KA03AKDE     PIC X(009) VALUE "KA03AKDE".
106800     20 C-OBJEKT-TAB-KA02AKDE     PIC X(009) VALUE "KA02AKDE".
106900     20 C-OBJEKT-TAB-KA03AKLH     PIC X(009) VALUE "KA03AKLH".
107000     20 C-OBJEKT-TAB-KA03AKDL     PIC X(009) VALUE "KA03AKDL".
107100     20 C-OBJEKT-TAB-KA02AKDL     PIC X(009) VALUE "KA02AKDL".
107200     20 C-OBJEKT-TAB-KA03AKUB     PIC X(009) VALUE "KA03AKUB".
107300     20 C-OBJEKT-TAB-KA02AKUB     PIC X(009) VALUE "KA02AKUB".
107400     20 C-OBJEKT-TAB-KA03AKAW     PIC X(009) VALUE "KA03AKAW".
107500     20 C-GV-AUSTRITT             PIC X(008) VALUE "KAAUSTRT".
107600     20 C-VERARB-KZ-SCHREIBEN     PIC X(001) VALUE "S".
107700     20 C-N                       PIC X(001) VALUE "N".
107800     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107900     20 C-MAX-TREFFER             PIC 9(003) VALUE 200.
108000     20 C-MAX-APO                 PIC 9(005) COMP-3 VALUE 2000.
108100     20 C-MAX-ENTWURF             PIC 9(003) COMP-3 VALUE 100.
108200 01  C-STATI.
108300     05 C-STATUS-ZURUECKGESTELLT  PIC 9(001) VALUE 1.
108400     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
108500     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
108600     05 C-SCH-STATUS-FREIGABE     PIC 9(001) VALUE 5.
108700 01  C-AKTIONEN.
108800     05 C-AKTION-UEBERGEBEN       PIC X(010) VALUE "UEBERGEBEN".
108900     05 C-AKTION-WIDERRUFEN       PIC X(010) VALUE "WIDERRUFEN".
109000     05 C-AKTION-PFLEGEN          PIC X(010) VALUE "PFLEGEN".
109100     05 C-AKTION-GEPLANT          PIC X(010) VALUE "GEPLANT".
109200     05 C-AKTION-FEHLER           PIC X(010) VALUE "FEHLER".
109300     05 C-AKTION-GRENZE           PIC X(010) VALUE "GRENZE".
109400/---------------------------------------------------------------*
109500* Bereiche der Uebergabeliste (Reihenfolge der Summen)          *
109600*---------------------------------------------------------------*
109700 01  C-BEREICHE.
109800     05 FILLER                    PIC X(009) VALUE "APO".
109900     05 FILLER                    PIC X(009) VALUE "SCHLIESS.".
110000     05 FILLER                    PIC X(009) VALUE "WV".
110100     05 FILLER                    PIC X(009) VALUE "ENTWURF".
110200     05 FILLER                    PIC X(009) VALUE "HOLD".
110300     05 FILLER                    PIC X(009) VALUE "DELEGAT.".
110400     05 FILLER                    PIC X(009) VALUE "VERTRET.".
110500     05 FILLER                    PIC X(009) VALUE "KALENDER".
110600 01  C-BEREICH-TAB                REDEFINES C-BEREICHE.
110700     05 C-BEREICH-NAME            PIC X(009) OCCURS 8.
110800 01  C-BEREICH-INDIZES.
110900     05 C-B-APO                   PIC 9(001) VALUE 1.
111000     05 C-B-SCHLIESSUNG           PIC 9(001) VALUE 2.
111100     05 C-B-WIEDERVORLAGE         PIC 9(001) VALUE 3.
111200     05 C-B-ENTWURF               PIC 9(001) VALUE 4.
111300     05 C-B-HOLD                  PIC 9(001) VALUE 5.
111400     05 C-B-DELEGATION            PIC 9(001) VALUE 6.
111500     05 C-B-VERTRETUNG            PIC 9(001) VALUE 7.
111600     05 C-B-KALENDER              PIC 9(001) VALUE 8.
111700     05 C-B-ANZAHL                PIC 9(001) VALUE 8.
111800/---------------------------------------------------------------*
111900* Zeile der Uebergabeliste AUBAUS                               *
112000*---------------------------------------------------------------*
112100 01  AUB-DETAIL.
112200     05 AUB-D-BEREICH             PIC X(009).
112300     05 FILLER                    PIC X(001) VALUE SPACE.
112400     05 AUB-D-AKTION              PIC X(010).
112500     05 FILLER                    PIC X(001) VALUE SPACE.
112600     05 AUB-D-NACHFOLGER          PIC X(008).
112700     05 FILLER                    PIC X(001) VALUE SPACE.
112800     05 AUB-D-TEXT                PIC X(072).
112900     05 FILLER                    PIC X(001) VALUE SPACE.
113000     05 AUB-D-MELDUNG             PIC X(006).
113100     05 FILLER                    PIC X(011) VALUE SPACE.
113200*    Objektangaben im Textfeld je Bereich
113300 01  AUB-T-APO.
113400     05 AUB-T-APO-AK-NUMMER       PIC 9(005).
113500     05 FILLER                    PIC X(001) VALUE SPACE.
113600     05 AUB-T-APO-KONTO-ID        PIC X(035).
113700     05 FILLER                    PIC X(001) VALUE SPACE.
113800     05 AUB-T-APO-AUSZUGSDATUM    PIC 9(008).
113900     05 FILLER                    PIC X(001) VALUE SPACE.
114000     05 AUB-T-APO-AUSZUGSNUMMER   PIC 9(005).
114100     05 FILLER                    PIC X(001) VALUE SPACE.
114200     05 AUB-T-APO-LFD-NR          PIC 9(007).
114300     05 FILLER                    PIC X(008) VALUE SPACE.
114400 01  AUB-T-SCHLIESSUNG.
114500     05 AUB-T-SL-NR               PIC 9(012).
114600     05 FILLER                    PIC X(001) VALUE SPACE.
114700     05 AUB-T-SL-AK-NUMMER        PIC 9(005).
114800     05 FILLER                    PIC X(001) VALUE SPACE.
114900     05 AUB-T-SL-ANLAGE           PIC 9(008).
115000     05 FILLER                    PIC X(006) VALUE " POS.".
115100     05 AUB-T-SL-ANZ-POS          PIC ZZ9.
115200     05 FILLER                    PIC X(036) VALUE SPACE.
115300 01  AUB-T-ZEITRAUM.
115400     05 AUB-T-ZR-BENUTZER         PIC X(008).
115500     05 FILLER                    PIC X(001) VALUE SPACE.
115600     05 AUB-T-ZR-PARTNER          PIC X(008).
115700     05 FILLER                    PIC X(001) VALUE SPACE.
115800     05 AUB-T-ZR-FACHBEREICH      PIC X(004).
115900     05 FILLER                    PIC X(001) VALUE SPACE.
116000     05 AUB-T-ZR-VON              PIC 9(008).
116100     05 FILLER                    PIC X(001) VALUE "-".
116200     05 AUB-T-ZR-BIS              PIC 9(008).
116300     05 FILLER                    PIC X(032) VALUE SPACE.
116400 01  AUB-T-SUMME.
116500     05 FILLER                    PIC X(011) VALUE "UEBERGEBEN ".
116600     05 AUB-T-SUM-OK              PIC Z(006)9.
116700     05 FILLER                    PIC X(008) VALUE "  FEHLER".
116800     05 AUB-T-SUM-FEHLER          PIC Z(006)9.
116900     05 FILLER                    PIC X(039) VALUE SPACE.
117000/---------------------------------------------------------------*
117100* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
117200*---------------------------------------------------------------*
117300  COPY DCTGRCGE.
117400  COPY CGSOVER.
117500  COPY CGSTTAB.
117600  COPY DKAXIND.
117700  COPY CKAXIND.
117800  COPY CKAI5OF2.
117900  COPY CKAI5OF3.
118000  COPY CKAO5OF2.
118100  COPY CKAI5AP1.
118200  COPY CKAO5AP1.
118300  COPY CKAI4AP1.
118400  COPY CKA0AKRS.
118500  COPY CKA0SCH.
118600  COPY CKA0AKWV.
118700  COPY CKAI0AWV.
118800  COPY CKAO0AWV.
118900  COPY CKA0AKDE.
119000  COPY CKAI0AKE.
119100  COPY CKAO0AKE.
119200  COPY CKA0AKLH.
119300  COPY CKAILHD.
119400  COPY CKA0AKDL.
119500  COPY CKAI0AKD.
119600  COPY CKAO0AKD.
119700  COPY CKA0AKUB.
119800  COPY CKAI0AUB.
119900  COPY CKAO0AUB.
120000  COPY CKA0AKAW.
120100  COPY CJDI100.
120200  COPY CJDO100.
120300  COPY CKAIRUN.
120400 01  DUMMY                        PIC X(001).
120500 01  H-RUN-ZAEHLER.
120600     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
120700     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
120800     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
120900 01  C-LAUFREGISTER-KONSTANTEN.
121000     05 C-01-INT-LAUF-START       PIC X(040) VALUE
121100                                  "01-INT-LAUF-START".
121200     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
121300                                  "01-INT-LAUF-ENDE".
121400     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAAUB".
121500/---------------------------------------------------------------*
121600* Nachfolger (reihum) mit Anzahl der uebergebenen Objekte       *
121700*---------------------------------------------------------------*
121800 01  H-NF-LISTE.
121900     05 H-NF-ANZAHL               PIC 9(001).
122000     05 H-NF-EINTRAG              OCCURS 8.
122100        10 H-NF-KENNUNG           PIC X(008).
122200        10 H-NF-ANZ-OBJEKTE       PIC 9(007) COMP-3.
122300 01  H-NF-NAECHSTER               PIC 9(001).
122400 01  H-NF-IND                     PIC 9(001).
122500 01  H-NEU-SB                     PIC X(008).
122600/---------------------------------------------------------------*
122700* Uebergebene Posten mit Nachfolger (die Wiedervorlage folgt    *
122800* dem Posten)                                                   *
122900*---------------------------------------------------------------*
123000 01  AUB-APO-TABELLE.
123100     05 AUB-APO-ANZ               PIC 9(005) COMP-3 VALUE ZERO.
123200     05 AUB-APO-EINTRAG           OCCURS 2000.
123300        10 AUB-APO-PK.
123400           15 AUB-APO-AK-NUMMER   PIC 9(005).
123500           15 AUB-APO-HERKUNFT    PIC X(011).
123600           15 AUB-APO-KONTO-ID    PIC X(035).
123700           15 AUB-APO-AUSZUGSDATUM
123800                                  PIC 9(008).
123900           15 AUB-APO-AUSZUGSNUMMER
124000                                  PIC 9(005).
124100           15 AUB-APO-AUSZUG-FNR  PIC 9(005).
124200           15 AUB-APO-LFD-NR      PIC 9(007).
124300        10 AUB-APO-NACHFOLGER     PIC X(008).
124400 01  H-APO-PK.
124500     05 H-APO-AK-NUMMER           PIC 9(005).
124600     05 H-APO-HERKUNFT            PIC X(011).
124700     05 H-APO-KONTO-ID            PIC X(035).
124800     05 H-APO-AUSZUGSDATUM        PIC 9(008).
124900     05 H-APO-AUSZUGSNUMMER       PIC 9(005).
125000     05 H-APO-AUSZUG-FNR          PIC 9(005).
125100     05 H-APO-LFD-NR              PIC 9(007).
125200 01  H-APO-IND                    PIC 9(005) COMP-3.
125300/---------------------------------------------------------------*
125400* Entwuerfe mit Nachfolger (ein Entwurf bleibt beisammen)       *
125500*---------------------------------------------------------------*
125600 01  AUB-ENTWURF-TABELLE.
125700     05 AUB-DE-ANZ                PIC 9(003) COMP-3 VALUE ZERO.
125800     05 AUB-DE-EINTRAG            OCCURS 100.
125900        10 AUB-DE-NAME            PIC X(020).
126000        10 AUB-DE-NACHFOLGER      PIC X(008).
126100 01  H-DE-IND                     PIC 9(003) COMP-3.
126200/---------------------------------------------------------------*
126300* Zaehler je Bereich                                            *
126400*---------------------------------------------------------------*
126500 01  H-ZAEHL-TAB.
126600     05 H-ZAEHL-EINTRAG           OCCURS 8.
126700        10 H-ANZ-OK               PIC 9(007) COMP-3.
126800        10 H-ANZ-FEHLER           PIC 9(007) COMP-3.
126900/---------------------------------------------------------------*
127000* Hilfsvariable                                                 *
127100*---------------------------------------------------------------*
127200 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
127300 01  H-AK-ZEILE                   PIC 9(009) COMP-3.
127400 01  H-SCAN-STATUS                PIC X(001).
127500     88 SCAN-GEFUNDEN             VALUE "J".
127600     88 SCAN-N-GEFUNDEN           VALUE "N".
127700 01  H-AK-STATUS                  PIC X(001).
127800     88 AK-GEFUNDEN               VALUE "J".
127900     88 AK-N-GEFUNDEN             VALUE "N".
128000 01  H-PARM-KZ                    PIC X(001).
128100     88 PARM-GUELTIG              VALUE "J".
128200     88 PARM-N-GUELTIG            VALUE "N".
128300 01  H-GELOESCHT-KZ               PIC X(001).
128400     88 ZEILE-GELOESCHT           VALUE "J".
128500     88 ZEILE-N-GELOESCHT         VALUE "N".
128600 01  H-BEREICH                    PIC 9(001).
128700 01  H-AKTION-OK                  PIC X(010).
128800 01  H-STATUS-LAUF                PIC 9(001).
128900 01  H-INDEX                      PIC 9(003) COMP-3.
129000 01  H-ANZ-SEITE                  PIC 9(003) COMP-3.
129100 01  H-ANZ-SEITE-OK               PIC 9(003) COMP-3.
129200 01  H-ANZ-POS                    PIC 9(003) COMP-3.
129300 01  H-JRN-TEXT                   PIC X(060).
129400 01  H-LAUFDATUM                  PIC 9(008).
129500/****************************************************************
129600 PROCEDURE DIVISION.
129700*****************************************************************
129800 0000-MAINLINE SECTION.
129900 0000-MAINLINE-1001.
130000     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
130100     IF PARM-N-GUELTIG
130200     THEN
130300       PERFORM 9999-EXIT          THRU 9999-EXIT-EXIT
130400       STOP RUN
130500     END-IF
130600*    Schliessungen zuerst, ihre Posten bleiben beisammen
130700     PERFORM 2500-SCHLIESSUNGEN   THRU 2500-SCHLIESSUNGEN-EXIT
130800     PERFORM 2000-POSTEN          THRU 2000-POSTEN-EXIT
130900     PERFORM 3000-WIEDERVORLAGEN  THRU 3000-WIEDERVORLAGEN-EXIT
131000     PERFORM 3500-ENTWUERFE       THRU 3500-ENTWUERFE-EXIT
131100     PERFORM 4000-LEGAL-HOLDS     THRU 4000-LEGAL-HOLDS-EXIT
131200     PERFORM 4500-DELEGATIONEN    THRU 4500-DELEGATIONEN-EXIT
131300     PERFORM 5000-VERTRETUNGEN    THRU 5000-VERTRETUNGEN-EXIT
131400     PERFORM 5500-KALENDER        THRU 5500-KALENDER-EXIT
131500     PERFORM 7000-ABSCHLUSS       THRU 7000-ABSCHLUSS-EXIT
131600     PERFORM 8100-LAUFREGISTER-ENDE
131700                              THRU 8100-LAUFREGISTER-ENDE-EXIT
131800     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
131900     STOP RUN
132000     .
132100 0000-MAINLINE-1002.
132200     EXIT.
132300/---------------------------------------------------------------*
132400* Initialisierung: Parameter lesen und pruefen, Nachfolger-     *
132500* liste aufbauen                                                *
132600*---------------------------------------------------------------*
132700 1000-INITIALISIERUNG SECTION.
132800 1000-INITIALISIERUNG-1001.
132900     OPEN INPUT  AUBPARM
133000     OPEN OUTPUT AUBAUS
133100     READ AUBPARM
133200       AT END
133300         INITIALIZE AUB-PARM-SATZ
133400     END-READ
133500     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
133600     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
133700     SET PARM-GUELTIG             TO TRUE
133800     PERFORM VARYING H-BEREICH FROM 1 BY 1
133900             UNTIL H-BEREICH      > C-B-ANZAHL
134000       MOVE ZERO                  TO H-ANZ-OK (H-BEREICH)
134100                                     H-ANZ-FEHLER (H-BEREICH)
134200     END-PERFORM
134300     INITIALIZE AUB-DETAIL
134400     MOVE "AUBPARM"               TO AUB-D-BEREICH
134500     MOVE AUB-P-MODUS             TO AUB-D-AKTION
134600     MOVE AUB-P-BENUTZER          TO AUB-D-NACHFOLGER
134700     MOVE ZERO                    TO H-NF-ANZAHL
134800     MOVE C-1                     TO H-NF-NAECHSTER
134900     MOVE C-1                     TO H-INDEX
135000     PERFORM VARYING H-NF-IND FROM 1 BY 1
135100             UNTIL H-NF-IND       > 8
135200       IF AUB-P-NF-KENNUNG (H-NF-IND)
135300                                  NOT = SPACE
135400       THEN
135500         ADD C-1                  TO H-NF-ANZAHL
135600         MOVE AUB-P-NF-KENNUNG (H-NF-IND)
135700                                  TO H-NF-KENNUNG (H-NF-ANZAHL)
135800         MOVE ZERO                TO
135900                               H-NF-ANZ-OBJEKTE (H-NF-ANZAHL)
136000         MOVE AUB-P-NF-KENNUNG (H-NF-IND)
136100                                  TO AUB-D-TEXT (H-INDEX:8)
136200         ADD 9                    TO H-INDEX
136300         IF AUB-P-NF-KENNUNG (H-NF-IND)
136400                                  = AUB-P-BENUTZER
136500         THEN
136600           SET PARM-N-GUELTIG     TO TRUE
136700         END-IF
136800       END-IF
136900     END-PERFORM
137000     PERFORM 6900-ZEILE-SCHREIBEN THRU 6900-ZEILE-SCHREIBEN-EXIT
137100     INITIALIZE AUB-DETAIL
137200     MOVE "ABBRUCH"               TO AUB-D-AKTION
137300     EVALUATE TRUE
137400     WHEN AUB-P-BENUTZER          = SPACE
137500       MOVE "AUSSCHEIDENDER BENUTZER IST ANZUGEBEN"
137600                                  TO AUB-D-TEXT
137700       SET PARM-N-GUELTIG         TO TRUE
137800     WHEN NOT AUB-PROBELAUF
137900          AND NOT AUB-AUSFUEHREN
138000       MOVE "MODUS P ODER A ANZUGEBEN"
138100                                  TO AUB-D-TEXT
138200       SET PARM-N-GUELTIG         TO TRUE
138300     WHEN H-NF-ANZAHL             = ZERO
138400       MOVE "MINDESTENS EIN NACHFOLGER IST ANZUGEBEN"
138500                                  TO AUB-D-TEXT
138600       SET PARM-N-GUELTIG         TO TRUE
138700     WHEN PARM-N-GUELTIG
138800       MOVE "NACHFOLGER UND AUSSCHEIDENDER BENUTZER SIND GLEICH"
138900                                  TO AUB-D-TEXT
139000     WHEN OTHER
139100       CONTINUE
139200     END-EVALUATE
139300     IF PARM-N-GUELTIG
139400     THEN
139500       PERFORM 6900-ZEILE-SCHREIBEN
139600                              THRU 6900-ZEILE-SCHREIBEN-EXIT
139700       GO TO 1000-INITIALISIERUNG-EXIT
139800     END-IF
139900     PERFORM 8000-LAUFREGISTER-START
140000                              THRU 8000-LAUFREGISTER-START-EXIT
140100     .
140200 1000-INITIALISIERUNG-1002.
140300 1000-INITIALISIERUNG-EXIT.
140400     EXIT.
140500/---------------------------------------------------------------*
140600* Posten des Benutzers (Status 1, 2 und 3) je Abstimmkreis      *
140700* reihum an die Nachfolger uebergeben                           *
140800*---------------------------------------------------------------*
140900 2000-POSTEN SECTION.
141000 2000-POSTEN-1001.
141100     MOVE C-1                     TO H-AK-ZEILE
141200     PERFORM 2010-AK-ZEILE-LESEN  THRU 2010-AK-ZEILE-LESEN-EXIT
141300     PERFORM UNTIL AK-N-GEFUNDEN
141400       MOVE C-STATUS-ZURUECKGESTELLT
141500                                  TO H-STATUS-LAUF
141600       PERFORM 2100-STATUS-UEBERGEBEN
141700                              THRU 2100-STATUS-UEBERGEBEN-EXIT
141800       MOVE C-STATUS-OFFEN        TO H-STATUS-LAUF
141900       PERFORM 2100-STATUS-UEBERGEBEN
142000                              THRU 2100-STATUS-UEBERGEBEN-EXIT
142100       MOVE C-STATUS-KLAERUNG     TO H-STATUS-LAUF
142200       PERFORM 2100-STATUS-UEBERGEBEN
142300                              THRU 2100-STATUS-UEBERGEBEN-EXIT
142400       ADD C-1                    TO H-AK-ZEILE
142500       PERFORM 2010-AK-ZEILE-LESEN
142600                              THRU 2010-AK-ZEILE-LESEN-EXIT
142700     END-PERFORM
142800     .
142900 2000-POSTEN-1002.
143000 2000-POSTEN-EXIT.
143100     EXIT.
143200/---------------------------------------------------------------*
143300* Abstimmkreis aus KA03AKRS lesen                               *
143400*---------------------------------------------------------------*
143500 2010-AK-ZEILE-LESEN SECTION.
143600 2010-AK-ZEILE-LESEN-1001.
143700     MOVE H-AK-ZEILE              TO KA0AKRS-ZEILENNUMMER
143800     CALL "CGSTAB" USING
143900          C-TAB-LESEN-ZEILE
144000          C-KONFIG-ID-KA
144100          C-OBJEKT-TAB-KA03AKRS
144200          GSOVER-VERSTAENDIGUNGSBEREICH
144300          KA0AKRS-EINGABEBEREICH
144400          KA0AKRS-AUSGABEBEREICH
144500          DUMMY
144600     END-CALL
144700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
144800     THEN
144900       SET AK-GEFUNDEN            TO TRUE
145000     ELSE
145100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
145200       SET AK-N-GEFUNDEN          TO TRUE
145300     END-IF
145400     .
145500 2010-AK-ZEILE-LESEN-1002.
145600 2010-AK-ZEILE-LESEN-EXIT.
145700     EXIT.
145800/---------------------------------------------------------------*
145900* Posten eines Status mit dem Benutzer als Sachbearbeiter       *
146000* abfragen und uebergeben; eine volle Trefferseite wird im      *
146100* Modus A erneut abgefragt, solange alle Posten der Seite       *
146200* uebergeben werden konnten                                     *
146300*---------------------------------------------------------------*
146400 2100-STATUS-UEBERGEBEN SECTION.
146500 2100-STATUS-UEBERGEBEN-1001.
146600     MOVE ZERO                    TO H-ANZ-SEITE
146700     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
146800     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
146900     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
147000     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
147100     MOVE AUB-P-BENUTZER          TO KAI5OF3-S-SACHBEARBEITER
147200     CALL "AKA5OF" USING
147300          C-01-STD-APO-LIST-SUCHE
147400          C-KONFIG-ID-KA
147500          C-AKAAUB
147600          GSOVER-VERSTAENDIGUNGSBEREICH
147700          KAI5OF3-EINGABEBEREICH
147800          KAO5OF2-AUSGABEBEREICH
147900          DUMMY
148000          KAXIND-INDICES
148100     END-CALL
148200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
148300        OR KAO5OF2-IND-LETZT      = ZERO
148400     THEN
148500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
148600       GO TO 2100-STATUS-UEBERGEBEN-EXIT
148700     END-IF
148800     MOVE KAO5OF2-IND-LETZT       TO H-ANZ-SEITE
148900     MOVE ZERO                    TO H-ANZ-SEITE-OK
149000     PERFORM 2200-POSTEN-UEBERGEBEN
149100                              THRU 2200-POSTEN-UEBERGEBEN-EXIT
149200             VARYING H-INDEX FROM 1 BY 1
149300             UNTIL H-INDEX        > H-ANZ-SEITE
149400     IF H-ANZ-SEITE               < C-MAX-TREFFER
149500     THEN
149600       GO TO 2100-STATUS-UEBERGEBEN-EXIT
149700     END-IF
149800     IF AUB-AUSFUEHREN
149900        AND H-ANZ-SEITE-OK        = H-ANZ-SEITE
150000     THEN
150100*      naechste Trefferseite des (nun kleineren) Bestands
150200       GO TO 2100-STATUS-UEBERGEBEN-1001
150300     END-IF
150400     INITIALIZE AUB-DETAIL
150500     MOVE C-BEREICH-NAME (C-B-APO)
150600                                  TO AUB-D-BEREICH
150700     MOVE C-AKTION-GRENZE         TO AUB-D-AKTION
150800     MOVE KA0AKRS-AK-NUMMER       TO AUB-T-APO-AK-NUMMER
150900     MOVE SPACE                   TO AUB-T-APO-KONTO-ID
151000     MOVE ZERO                    TO AUB-T-APO-AUSZUGSDATUM
151100                                     AUB-T-APO-AUSZUGSNUMMER
151200                                     AUB-T-APO-LFD-NR
151300     MOVE AUB-T-APO               TO AUB-D-TEXT
151400     MOVE "200 POSTEN JE STATUS - LAUF WIEDERHOLEN"
151500                                  TO AUB-D-TEXT (23:)
151600     PERFORM 6900-ZEILE-SCHREIBEN THRU 6900-ZEILE-SCHREIBEN-EXIT
151700     .
151800 2100-STATUS-UEBERGEBEN-1002.
151900 2100-STATUS-UEBERGEBEN-EXIT.
152000     EXIT.
152100/---------------------------------------------------------------*
152200* Einen Posten der Trefferseite an den naechsten Nachfolger     *
152300* uebergeben                                                    *
152400*---------------------------------------------------------------*
152500 2200-POSTEN-UEBERGEBEN SECTION.
152600 2200-POSTEN-UEBERGEBEN-1001.
152700     IF KAO5OF2-APO-SACHBEARBEITER (H-INDEX)
152800                                  NOT = AUB-P-BENUTZER
152900     THEN
153000       GO TO 2200-POSTEN-UEBERGEBEN-EXIT
153100     END-IF
153200     PERFORM 6000-NACHFOLGER-WAEHLEN
153300                              THRU 6000-NACHFOLGER-WAEHLEN-EXIT
153400     PERFORM 2300-LISTENPOSTEN-UMSETZEN
153500                              THRU 2300-LISTENPOSTEN-UMSETZEN-EXIT
153600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
153700     THEN
153800       ADD C-1                    TO H-ANZ-SEITE-OK
153900     END-IF
154000     .
154100 2200-POSTEN-UEBERGEBEN-1002.
154200 2200-POSTEN-UEBERGEBEN-EXIT.
154300     EXIT.
154400/---------------------------------------------------------------*
154500* Posten aus der Trefferseite (KAO5OF2, H-INDEX) auf H-NEU-SB   *
154600* umsetzen, vormerken und ausweisen                             *
154700*---------------------------------------------------------------*
154800 2300-LISTENPOSTEN-UMSETZEN SECTION.
154900 2300-LISTENPOSTEN-UMSETZEN-1001.
155000     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
155100                                  TO H-APO-AK-NUMMER
155200     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
155300                                  TO H-APO-HERKUNFT
155400     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
155500                                  TO H-APO-KONTO-ID
155600     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
155700                                  TO H-APO-AUSZUGSDATUM
155800     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
155900                                  TO H-APO-AUSZUGSNUMMER
156000     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
156100                                  TO H-APO-AUSZUG-FNR
156200     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
156300                                  TO H-APO-LFD-NR
156400     PERFORM 6100-POSTEN-UMSETZEN THRU 6100-POSTEN-UMSETZEN-EXIT
156500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
156600     THEN
156700       PERFORM 6200-POSTEN-VORMERKEN
156800                              THRU 6200-POSTEN-VORMERKEN-EXIT
156900     END-IF
157000     INITIALIZE AUB-DETAIL
157100     MOVE C-BEREICH-NAME (C-B-APO)
157200                                  TO AUB-D-BEREICH
157300     MOVE C-B-APO                 TO H-BEREICH
157400     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
157500     PERFORM 6400-APO-TEXT        THRU 6400-APO-TEXT-EXIT
157600     MOVE SPACE                   TO H-JRN-TEXT
157700     STRING "AUSTRITT "           DELIMITED BY SIZE
157800            AUB-P-BENUTZER        DELIMITED BY SIZE
157900            " POSTEN AN "         DELIMITED BY SIZE
158000            H-NEU-SB              DELIMITED BY SIZE
158100            INTO H-JRN-TEXT
158200     PERFORM 6950-ERGEBNIS-AUSWEISEN
158300                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
158400     .
158500 2300-LISTENPOSTEN-UMSETZEN-1002.
158600 2300-LISTENPOSTEN-UMSETZEN-EXIT.
158700     EXIT.
158800/---------------------------------------------------------------*
158900* Zur Freigabe anstehende Schliessungen (Status 5), die der     *
159000* Benutzer angelegt hat: die Posten gehen geschlossen an einen  *
159100* Nachfolger, der Anleger bleibt unveraendert                   *
159200*---------------------------------------------------------------*
159300 2500-SCHLIESSUNGEN SECTION.
159400 2500-SCHLIESSUNGEN-1001.
159500     MOVE C-1                     TO H-LFD-ZEILE
159600     PERFORM 2510-SCH-ZEILE-LESEN THRU 2510-SCH-ZEILE-LESEN-EXIT
159700     PERFORM UNTIL SCAN-N-GEFUNDEN
159800       IF KA0SCH-SCH-STATUS       = C-SCH-STATUS-FREIGABE
159900          AND KA0SCH-SCH-USER-SCHLIESS
160000                                  = AUB-P-BENUTZER
160100       THEN
160200         PERFORM 2600-SCHLIESSUNG-UEBERGEBEN
160300                          THRU 2600-SCHLIESSUNG-UEBERGEBEN-EXIT
160400       END-IF
160500       ADD C-1                    TO H-LFD-ZEILE
160600       PERFORM 2510-SCH-ZEILE-LESEN
160700                              THRU 2510-SCH-ZEILE-LESEN-EXIT
160800     END-PERFORM
160900     .
161000 2500-SCHLIESSUNGEN-1002.
161100 2500-SCHLIESSUNGEN-EXIT.
161200     EXIT.
161300/---------------------------------------------------------------*
161400* Zeile aus KA03SCH lesen                                       *
161500*---------------------------------------------------------------*
161600 2510-SCH-ZEILE-LESEN SECTION.
161700 2510-SCH-ZEILE-LESEN-1001.
161800     MOVE H-LFD-ZEILE             TO KA0SCH-ZEILENNUMMER
161900     CALL "CGSTAB" USING
162000          C-TAB-LESEN-ZEILE
162100          C-KONFIG-ID-KA
162200          C-OBJEKT-TAB-KA03SCH
162300          GSOVER-VERSTAENDIGUNGSBEREICH
162400          KA0SCH-EINGABEBEREICH
162500          KA0SCH-AUSGABEBEREICH
162600          DUMMY
162700     END-CALL
162800     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
162900     .
163000 2510-SCH-ZEILE-LESEN-1002.
163100 2510-SCH-ZEILE-LESEN-EXIT.
163200     EXIT.
163300/---------------------------------------------------------------*
163400* Eine Schliessung uebergeben: Posten ueber AKA5OF lesen und    *
163500* die des Benutzers auf den Nachfolger umsetzen                 *
163600*---------------------------------------------------------------*
163700 2600-SCHLIESSUNG-UEBERGEBEN SECTION.
163800 2600-SCHLIESSUNG-UEBERGEBEN-1001.
163900     ADD C-1                      TO H-RUN-ANZ-GELESEN
164000     PERFORM 6000-NACHFOLGER-WAEHLEN
164100                              THRU 6000-NACHFOLGER-WAEHLEN-EXIT
164200     MOVE ZERO                    TO H-ANZ-POS
164300     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
164400     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
164500     MOVE C-N                     TO
164600                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
164700     MOVE C-MAX-TREFFER           TO KAI5OF2-ANF-ANZ-TREFFER
164800     MOVE KA0SCH-SCHLIESSUNGSNR   TO KAI5OF2-SCHLIESSUNGSNR
164900     CALL "AKA5OF" USING
165000          C-01-STD-APO-LIST-Z-SCH
165100          C-KONFIG-ID-KA
165200          C-AKAAUB
165300          GSOVER-VERSTAENDIGUNGSBEREICH
165400          KAI5OF2-EINGABEBEREICH
165500          KAO5OF2-AUSGABEBEREICH
165600          DUMMY
165700          KAXIND-INDICES
165800     END-CALL
165900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
166000     THEN
166100       MOVE KAO5OF2-IND-LETZT     TO H-ANZ-SEITE
166200       PERFORM VARYING H-INDEX FROM 1 BY 1
166300               UNTIL H-INDEX      > H-ANZ-SEITE
166400         IF KAO5OF2-APO-SACHBEARBEITER (H-INDEX)
166500                                  = AUB-P-BENUTZER
166600         THEN
166700           ADD C-1                TO H-ANZ-POS
166800           PERFORM 2300-LISTENPOSTEN-UMSETZEN
166900                              THRU 2300-LISTENPOSTEN-UMSETZEN-EXIT
167000         END-IF
167100       END-PERFORM
167200     ELSE
167300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
167400     END-IF
167500     INITIALIZE AUB-DETAIL
167600     MOVE C-BEREICH-NAME (C-B-SCHLIESSUNG)
167700                                  TO AUB-D-BEREICH
167800     MOVE C-B-SCHLIESSUNG         TO H-BEREICH
167900     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
168000     MOVE KA0SCH-SCHLIESSUNGSNR   TO AUB-T-SL-NR
168100     MOVE KA0SCH-AK-NUMMER        TO AUB-T-SL-AK-NUMMER
168200     MOVE KA0SCH-SCH-DATUM-ANLAGE TO AUB-T-SL-ANLAGE
168300     MOVE H-ANZ-POS               TO AUB-T-SL-ANZ-POS
168400     MOVE AUB-T-SCHLIESSUNG       TO AUB-D-TEXT
168500     MOVE "FREIGABE OFFEN"        TO AUB-D-TEXT (45:)
168600     MOVE SPACE                   TO H-JRN-TEXT
168700     STRING "AUSTRITT "           DELIMITED BY SIZE
168800            AUB-P-BENUTZER        DELIMITED BY SIZE
168900            " SCHLIESSUNG AN "    DELIMITED BY SIZE
169000            H-NEU-SB              DELIMITED BY SIZE
169100            INTO H-JRN-TEXT
169200     PERFORM 6950-ERGEBNIS-AUSWEISEN
169300                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
169400     .
169500 2600-SCHLIESSUNG-UEBERGEBEN-1002.
169600 2600-SCHLIESSUNG-UEBERGEBEN-EXIT.
169700     EXIT.
169800/---------------------------------------------------------------*
169900* Persoenliche Wiedervorlagen KA02AKWV des Benutzers: die       *
170000* Wiedervorlage folgt dem Nachfolger des Postens                *
170100*---------------------------------------------------------------*
170200 3000-WIEDERVORLAGEN SECTION.
170300 3000-WIEDERVORLAGEN-1001.
170400     MOVE C-1                     TO H-LFD-ZEILE
170500     PERFORM 3010-WV-ZEILE-LESEN  THRU 3010-WV-ZEILE-LESEN-EXIT
170600     PERFORM UNTIL SCAN-N-GEFUNDEN
170700       IF KA0AKWV-USER            = AUB-P-BENUTZER
170800       THEN
170900         PERFORM 3100-WV-UEBERGEBEN
171000                              THRU 3100-WV-UEBERGEBEN-EXIT
171100       END-IF
171200       ADD C-1                    TO H-LFD-ZEILE
171300       PERFORM 3010-WV-ZEILE-LESEN
171400                              THRU 3010-WV-ZEILE-LESEN-EXIT
171500     END-PERFORM
171600     .
171700 3000-WIEDERVORLAGEN-1002.
171800 3000-WIEDERVORLAGEN-EXIT.
171900     EXIT.
172000/---------------------------------------------------------------*
172100* Zeile aus KA03AKWV lesen                                      *
172200*---------------------------------------------------------------*
172300 3010-WV-ZEILE-LESEN SECTION.
172400 3010-WV-ZEILE-LESEN-1001.
172500     MOVE H-LFD-ZEILE             TO KA0AKWV-ZEILENNUMMER
172600     CALL "CGSTAB" USING
172700          C-TAB-LESEN-ZEILE
172800          C-KONFIG-ID-KA
172900          C-OBJEKT-TAB-KA03AKWV
173000          GSOVER-VERSTAENDIGUNGSBEREICH
173100          KA0AKWV-EINGABEBEREICH
173200          KA0AKWV-AUSGABEBEREICH
173300          DUMMY
173400     END-CALL
173500     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
173600     .
173700 3010-WV-ZEILE-LESEN-1002.
173800 3010-WV-ZEILE-LESEN-EXIT.
173900     EXIT.
174000/---------------------------------------------------------------*
174100* Eine Wiedervorlage auf den Nachfolger umschreiben             *
174200*---------------------------------------------------------------*
174300 3100-WV-UEBERGEBEN SECTION.
174400 3100-WV-UEBERGEBEN-1001.
174500     ADD C-1                      TO H-RUN-ANZ-GELESEN
174600     MOVE KA0AKWV-AK-NUMMER       TO H-APO-AK-NUMMER
174700     MOVE KA0AKWV-HERKUNFT        TO H-APO-HERKUNFT
174800     MOVE KA0AKWV-KONTO-ID        TO H-APO-KONTO-ID
174900     MOVE KA0AKWV-AUSZUGSDATUM    TO H-APO-AUSZUGSDATUM
175000     MOVE KA0AKWV-AUSZUGSNUMMER   TO H-APO-AUSZUGSNUMMER
175100     MOVE KA0AKWV-AUSZUG-FNR      TO H-APO-AUSZUG-FNR
175200     MOVE KA0AKWV-LFD-NR-APO      TO H-APO-LFD-NR
175300     PERFORM 6300-APO-NACHFOLGER  THRU 6300-APO-NACHFOLGER-EXIT
175400     IF AUB-AUSFUEHREN
175500     THEN
175600       MOVE H-APO-PK              TO KAI0AWV-EINGABEBEREICH
175700       MOVE KA0AKWV-WV-DATUM      TO KAO0AWV-WV-DATUM
175800       MOVE KA0AKWV-GRUND         TO KAO0AWV-GRUND
175900       MOVE H-NEU-SB              TO KAO0AWV-USER
176000       CALL "CGSTAB"
176100       USING C-TAB-SCHREIBEN-EQUAL
176200             C-KONFIG-ID-KA
176300             C-OBJEKT-TAB-KA02AKWV
176400             GSOVER-VERSTAENDIGUNGSBEREICH
176500             KAI0AWV-EINGABEBEREICH
176600             KAO0AWV-AUSGABEBEREICH
176700             GSTTAB-EIN-AUSGABEBEREICH
176800       END-CALL
176900     END-IF
177000     INITIALIZE AUB-DETAIL
177100     MOVE C-BEREICH-NAME (C-B-WIEDERVORLAGE)
177200                                  TO AUB-D-BEREICH
177300     MOVE C-B-WIEDERVORLAGE       TO H-BEREICH
177400     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
177500     PERFORM 6400-APO-TEXT        THRU 6400-APO-TEXT-EXIT
177600     MOVE KA0AKWV-WV-DATUM        TO AUB-D-TEXT (62:8)
177700     MOVE SPACE                   TO H-JRN-TEXT
177800     STRING "AUSTRITT "           DELIMITED BY SIZE
177900            AUB-P-BENUTZER        DELIMITED BY SIZE
178000            " WIEDERVORLAGE AN "  DELIMITED BY SIZE
178100            H-NEU-SB              DELIMITED BY SIZE
178200            INTO H-JRN-TEXT
178300     PERFORM 6950-ERGEBNIS-AUSWEISEN
178400                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
178500     .
178600 3100-WV-UEBERGEBEN-1002.
178700 3100-WV-UEBERGEBEN-EXIT.
178800     EXIT.
178900/---------------------------------------------------------------*
179000* Geparkte Schliessungsentwuerfe KA02AKDE des Benutzers; alle   *
179100* Zeilen eines Entwurfs gehen an denselben Nachfolger           *
179200*---------------------------------------------------------------*
179300 3500-ENTWUERFE SECTION.
179400 3500-ENTWUERFE-1001.
179500     MOVE C-1                     TO H-LFD-ZEILE
179600     PERFORM 3510-DE-ZEILE-LESEN  THRU 3510-DE-ZEILE-LESEN-EXIT
179700     PERFORM UNTIL SCAN-N-GEFUNDEN
179800       IF KA0AKDE-BENUTZER-ID     = AUB-P-BENUTZER
179900       THEN
180000         PERFORM 3600-ENTWURF-UEBERGEBEN
180100                              THRU 3600-ENTWURF-UEBERGEBEN-EXIT
180200       END-IF
180300       ADD C-1                    TO H-LFD-ZEILE
180400       PERFORM 3510-DE-ZEILE-LESEN
180500                              THRU 3510-DE-ZEILE-LESEN-EXIT
180600     END-PERFORM
180700     .
180800 3500-ENTWUERFE-1002.
180900 3500-ENTWUERFE-EXIT.
181000     EXIT.
181100/---------------------------------------------------------------*
181200* Zeile aus KA03AKDE lesen                                      *
181300*---------------------------------------------------------------*
181400 3510-DE-ZEILE-LESEN SECTION.
181500 3510-DE-ZEILE-LESEN-1001.
181600     MOVE H-LFD-ZEILE             TO KA0AKDE-ZEILENNUMMER
181700     CALL "CGSTAB" USING
181800          C-TAB-LESEN-ZEILE
181900          C-KONFIG-ID-KA
182000          C-OBJEKT-TAB-KA03AKDE
182100          GSOVER-VERSTAENDIGUNGSBEREICH
182200          KA0AKDE-EINGABEBEREICH
182300          KA0AKDE-AUSGABEBEREICH
182400          DUMMY
182500     END-CALL
182600     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
182700     .
182800 3510-DE-ZEILE-LESEN-1002.
182900 3510-DE-ZEILE-LESEN-EXIT.
183000     EXIT.
183100/---------------------------------------------------------------*
183200* Eine Entwurfszeile auf den Nachfolger des Entwurfs            *
183300* umschreiben; ausgewiesen wird der Kopfsatz (LFD-NR 0) und     *
183400* jede nicht umgeschriebene Zeile                               *
183500*---------------------------------------------------------------*
183600 3600-ENTWURF-UEBERGEBEN SECTION.
183700 3600-ENTWURF-UEBERGEBEN-1001.
183800     PERFORM 3610-ENTWURF-NACHFOLGER
183900                              THRU 3610-ENTWURF-NACHFOLGER-EXIT
184000     IF AUB-AUSFUEHREN
184100     THEN
184200       MOVE KA0AKDE-ENTWURF-NAME  TO KAI0AKE-ENTWURF-NAME
184300       MOVE KA0AKDE-LFD-NR        TO KAI0AKE-LFD-NR
184400       CALL "CGSTAB"
184500       USING C-TAB-LESEN-EQUAL
184600             C-KONFIG-ID-KA
184700             C-OBJEKT-TAB-KA02AKDE
184800             GSOVER-VERSTAENDIGUNGSBEREICH
184900             KAI0AKE-EINGABEBEREICH
185000             KAO0AKE-AUSGABEBEREICH
185100             GSTTAB-EIN-AUSGABEBEREICH
185200       END-CALL
185300       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
185400       THEN
185500         MOVE H-NEU-SB            TO KAO0AKE-BENUTZER-ID
185600         CALL "CGSTAB"
185700         USING C-TAB-SCHREIBEN-EQUAL
185800               C-KONFIG-ID-KA
185900               C-OBJEKT-TAB-KA02AKDE
186000               GSOVER-VERSTAENDIGUNGSBEREICH
186100               KAI0AKE-EINGABEBEREICH
186200               KAO0AKE-AUSGABEBEREICH
186300               GSTTAB-EIN-AUSGABEBEREICH
186400         END-CALL
186500       END-IF
186600     END-IF
186700     IF KA0AKDE-LFD-NR            NOT = ZERO
186800        AND GSOVER-GEWICHT        = C-GEW-NICHT-GESETZT
186900     THEN
187000       GO TO 3600-ENTWURF-UEBERGEBEN-EXIT
187100     END-IF
187200     ADD C-1                      TO H-RUN-ANZ-GELESEN
187300     INITIALIZE AUB-DETAIL
187400     MOVE C-BEREICH-NAME (C-B-ENTWURF)
187500                                  TO AUB-D-BEREICH
187600     MOVE C-B-ENTWURF             TO H-BEREICH
187700     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
187800     MOVE KA0AKDE-ENTWURF-NAME    TO AUB-D-TEXT (1:20)
187900     MOVE KA0AKDE-LFD-NR          TO AUB-D-TEXT (22:3)
188000     MOVE KA0AKDE-ABSTIMMKREIS-NR TO AUB-D-TEXT (26:5)
188100     MOVE KA0AKDE-ANLAGE-DATUM    TO AUB-D-TEXT (32:8)
188200     MOVE SPACE                   TO H-JRN-TEXT
188300     STRING "AUSTRITT "           DELIMITED BY SIZE
188400            AUB-P-BENUTZER        DELIMITED BY SIZE
188500            " ENTWURF AN "        DELIMITED BY SIZE
188600            H-NEU-SB              DELIMITED BY SIZE
188700            INTO H-JRN-TEXT
188800     PERFORM 6950-ERGEBNIS-AUSWEISEN
188900                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
189000     .
189100 3600-ENTWURF-UEBERGEBEN-1002.
189200 3600-ENTWURF-UEBERGEBEN-EXIT.
189300     EXIT.
189400/---------------------------------------------------------------*
189500* Nachfolger des Entwurfs ermitteln bzw. reihum festlegen       *
189600*---------------------------------------------------------------*
189700 3610-ENTWURF-NACHFOLGER SECTION.
189800 3610-ENTWURF-NACHFOLGER-1001.
189900     PERFORM VARYING H-DE-IND FROM 1 BY 1
190000             UNTIL H-DE-IND       > AUB-DE-ANZ
190100       IF AUB-DE-NAME (H-DE-IND)  = KA0AKDE-ENTWURF-NAME
190200       THEN
190300         MOVE AUB-DE-NACHFOLGER (H-DE-IND)
190400                                  TO H-NEU-SB
190500         GO TO 3610-ENTWURF-NACHFOLGER-EXIT
190600       END-IF
190700     END-PERFORM
190800     PERFORM 6000-NACHFOLGER-WAEHLEN
190900                              THRU 6000-NACHFOLGER-WAEHLEN-EXIT
191000     IF AUB-DE-ANZ                < C-MAX-ENTWURF
191100     THEN
191200       ADD C-1                    TO AUB-DE-ANZ
191300       MOVE KA0AKDE-ENTWURF-NAME  TO AUB-DE-NAME (AUB-DE-ANZ)
191400       MOVE H-NEU-SB              TO
191500                               AUB-DE-NACHFOLGER (AUB-DE-ANZ)
191600     END-IF
191700     .
191800 3610-ENTWURF-NACHFOLGER-1002.
191900 3610-ENTWURF-NACHFOLGER-EXIT.
192000     EXIT.
192100/---------------------------------------------------------------*
192200* Sperrende Legal Holds mit dem Benutzer als Inhaber ueber      *
192300* AKALHD auf den Nachfolger uebertragen                         *
192400*---------------------------------------------------------------*
192500 4000-LEGAL-HOLDS SECTION.
192600 4000-LEGAL-HOLDS-1001.
192700     MOVE C-1                     TO H-LFD-ZEILE
192800     PERFORM 4010-LH-ZEILE-LESEN  THRU 4010-LH-ZEILE-LESEN-EXIT
192900     PERFORM UNTIL SCAN-N-GEFUNDEN
193000       IF KA0AKLH-INHABER         = AUB-P-BENUTZER
193100          AND KA0AKLH-SPERREND
193200       THEN
193300         PERFORM 4100-HOLD-UEBERGEBEN
193400                              THRU 4100-HOLD-UEBERGEBEN-EXIT
193500       END-IF
193600       ADD C-1                    TO H-LFD-ZEILE
193700       PERFORM 4010-LH-ZEILE-LESEN
193800                              THRU 4010-LH-ZEILE-LESEN-EXIT
193900     END-PERFORM
194000     .
194100 4000-LEGAL-HOLDS-1002.
194200 4000-LEGAL-HOLDS-EXIT.
194300     EXIT.
194400/---------------------------------------------------------------*
194500* Zeile aus KA03AKLH lesen                                      *
194600*---------------------------------------------------------------*
194700 4010-LH-ZEILE-LESEN SECTION.
194800 4010-LH-ZEILE-LESEN-1001.
194900     MOVE H-LFD-ZEILE             TO KA0AKLH-ZEILENNUMMER
195000     CALL "CGSTAB" USING
195100          C-TAB-LESEN-ZEILE
195200          C-KONFIG-ID-KA
195300          C-OBJEKT-TAB-KA03AKLH
195400          GSOVER-VERSTAENDIGUNGSBEREICH
195500          KA0AKLH-EINGABEBEREICH
195600          KA0AKLH-AUSGABEBEREICH
195700          DUMMY
195800     END-CALL
195900     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
196000     .
196100 4010-LH-ZEILE-LESEN-1002.
196200 4010-LH-ZEILE-LESEN-EXIT.
196300     EXIT.
196400/---------------------------------------------------------------*
196500* Inhaber eines Holds wechseln                                  *
196600*---------------------------------------------------------------*
196700 4100-HOLD-UEBERGEBEN SECTION.
196800 4100-HOLD-UEBERGEBEN-1001.
196900     ADD C-1                      TO H-RUN-ANZ-GELESEN
197000     PERFORM 6000-NACHFOLGER-WAEHLEN
197100                              THRU 6000-NACHFOLGER-WAEHLEN-EXIT
197200     IF AUB-AUSFUEHREN
197300     THEN
197400       INITIALIZE KAILHD-EINGABEBEREICH
197500       MOVE C-01-INT-LH-INHABER   TO KAILHD-FUNKTION
197600       MOVE KA0AKLH-OBJEKT-TYP    TO KAILHD-OBJEKT-TYP
197700       MOVE KA0AKLH-AK-NUMMER     TO KAILHD-AK-NUMMER
197800       MOVE KA0AKLH-SCHLIESSUNGSNR
197900                                  TO KAILHD-SCHLIESSUNGSNR
198000       MOVE KA0AKLH-HERKUNFT      TO KAILHD-HERKUNFT
198100       MOVE KA0AKLH-KONTO-ID      TO KAILHD-KONTO-ID
198200       MOVE KA0AKLH-AUSZUGSDATUM  TO KAILHD-AUSZUGSDATUM
198300       MOVE KA0AKLH-AUSZUGSNUMMER TO KAILHD-AUSZUGSNUMMER
198400       MOVE KA0AKLH-AUSZUG-FNR    TO KAILHD-AUSZUG-FNR
198500       MOVE KA0AKLH-LFD-NR-APO    TO KAILHD-LFD-NR-APO
198600       MOVE H-NEU-SB              TO KAILHD-INHABER
198700       MOVE C-AKAAUB              TO KAILHD-BENUTZER
198800       MOVE H-LAUFDATUM           TO KAILHD-DATUM
198900       CALL "AKALHD"
199000       USING KAILHD-EINGABEBEREICH
199100             KAOLHD-AUSGABEBEREICH
199200             GSOVER-VERSTAENDIGUNGSBEREICH
199300       END-CALL
199400     END-IF
199500     INITIALIZE AUB-DETAIL
199600     MOVE C-BEREICH-NAME (C-B-HOLD)
199700                                  TO AUB-D-BEREICH
199800     MOVE C-B-HOLD                TO H-BEREICH
199900     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
200000     MOVE KA0AKLH-OBJEKT-TYP      TO AUB-D-TEXT (1:2)
200100     MOVE KA0AKLH-AK-NUMMER       TO AUB-D-TEXT (4:5)
200200     MOVE KA0AKLH-SCHLIESSUNGSNR  TO AUB-D-TEXT (10:12)
200300     MOVE KA0AKLH-LFD-NR-APO      TO AUB-D-TEXT (23:7)
200400     MOVE KA0AKLH-FALL-REFERENZ   TO AUB-D-TEXT (31:20)
200500     MOVE KA0AKLH-STATUS          TO AUB-D-TEXT (52:1)
200600     MOVE SPACE                   TO H-JRN-TEXT
200700     STRING "AUSTRITT "           DELIMITED BY SIZE
200800            AUB-P-BENUTZER        DELIMITED BY SIZE
200900            " HOLD "              DELIMITED BY SIZE
201000            KA0AKLH-FALL-REFERENZ DELIMITED BY SIZE
201100            " AN "                DELIMITED BY SIZE
201200            H-NEU-SB              DELIMITED BY SIZE
201300            INTO H-JRN-TEXT
201400     PERFORM 6950-ERGEBNIS-AUSWEISEN
201500                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
201600     .
201700 4100-HOLD-UEBERGEBEN-1002.
201800 4100-HOLD-UEBERGEBEN-EXIT.
201900     EXIT.
202000/---------------------------------------------------------------*
202100* Freigabe-Delegationen des Benutzers und fuer den Benutzer     *
202200* widerrufen (KA02AKDL loeschen); nach dem Loeschen rueckt die  *
202300* naechste Zeile nach, die Zeilennummer bleibt stehen           *
202400*---------------------------------------------------------------*
202500 4500-DELEGATIONEN SECTION.
202600 4500-DELEGATIONEN-1001.
202700     MOVE C-1                     TO H-LFD-ZEILE
202800     PERFORM 4510-DL-ZEILE-LESEN  THRU 4510-DL-ZEILE-LESEN-EXIT
202900     PERFORM UNTIL SCAN-N-GEFUNDEN
203000       SET ZEILE-N-GELOESCHT      TO TRUE
203100       IF KA0AKDL-BENUTZER-ID     = AUB-P-BENUTZER
203200          OR KA0AKDL-VERTRETEN-FUER
203300                                  = AUB-P-BENUTZER
203400       THEN
203500         PERFORM 4600-DELEGATION-WIDERRUFEN
203600                              THRU 4600-DELEGATION-WIDERRUFEN-EXIT
203700       END-IF
203800       IF ZEILE-N-GELOESCHT
203900       THEN
204000         ADD C-1                  TO H-LFD-ZEILE
204100       END-IF
204200       PERFORM 4510-DL-ZEILE-LESEN
204300                              THRU 4510-DL-ZEILE-LESEN-EXIT
204400     END-PERFORM
204500     .
204600 4500-DELEGATIONEN-1002.
204700 4500-DELEGATIONEN-EXIT.
204800     EXIT.
204900/---------------------------------------------------------------*
205000* Zeile aus KA03AKDL lesen                                      *
205100*---------------------------------------------------------------*
205200 4510-DL-ZEILE-LESEN SECTION.
205300 4510-DL-ZEILE-LESEN-1001.
205400     MOVE H-LFD-ZEILE             TO KA0AKDL-ZEILENNUMMER
205500     CALL "CGSTAB" USING
205600          C-TAB-LESEN-ZEILE
205700          C-KONFIG-ID-KA
205800          C-OBJEKT-TAB-KA03AKDL
205900          GSOVER-VERSTAENDIGUNGSBEREICH
206000          KA0AKDL-EINGABEBEREICH
206100          KA0AKDL-AUSGABEBEREICH
206200          DUMMY
206300     END-CALL
206400     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
206500     .
206600 4510-DL-ZEILE-LESEN-1002.
206700 4510-DL-ZEILE-LESEN-EXIT.
206800     EXIT.
206900/---------------------------------------------------------------*
207000* Eine Delegation widerrufen                                    *
207100*---------------------------------------------------------------*
207200 4600-DELEGATION-WIDERRUFEN SECTION.
207300 4600-DELEGATION-WIDERRUFEN-1001.
207400     ADD C-1                      TO H-RUN-ANZ-GELESEN
207500     IF AUB-AUSFUEHREN
207600     THEN
207700       MOVE KA0AKDL-BENUTZER-ID   TO KAI0AKD-BENUTZER-ID
207800       MOVE KA0AKDL-AUSGABEBEREICH
207900                                  TO KAO0AKD-AUSGABEBEREICH
208000       CALL "CGSTAB"
208100       USING C-TAB-LOESCHEN-EQUAL
208200             C-KONFIG-ID-KA
208300             C-OBJEKT-TAB-KA02AKDL
208400             GSOVER-VERSTAENDIGUNGSBEREICH
208500             KAI0AKD-EINGABEBEREICH
208600             KAO0AKD-AUSGABEBEREICH
208700             GSTTAB-EIN-AUSGABEBEREICH
208800       END-CALL
208900       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
209000       THEN
209100         SET ZEILE-GELOESCHT      TO TRUE
209200       END-IF
209300     END-IF
209400     INITIALIZE AUB-DETAIL
209500     MOVE C-BEREICH-NAME (C-B-DELEGATION)
209600                                  TO AUB-D-BEREICH
209700     MOVE C-B-DELEGATION          TO H-BEREICH
209800     MOVE C-AKTION-WIDERRUFEN     TO H-AKTION-OK
209900     MOVE SPACE                   TO H-NEU-SB
210000     MOVE KA0AKDL-BENUTZER-ID     TO AUB-T-ZR-BENUTZER
210100     MOVE KA0AKDL-VERTRETEN-FUER  TO AUB-T-ZR-PARTNER
210200     MOVE KA0AKDL-FACHBEREICH     TO AUB-T-ZR-FACHBEREICH
210300     MOVE KA0AKDL-GUELTIG-VON     TO AUB-T-ZR-VON
210400     MOVE KA0AKDL-GUELTIG-BIS     TO AUB-T-ZR-BIS
210500     MOVE AUB-T-ZEITRAUM          TO AUB-D-TEXT
210600     MOVE SPACE                   TO H-JRN-TEXT
210700     STRING "AUSTRITT "           DELIMITED BY SIZE
210800            AUB-P-BENUTZER        DELIMITED BY SIZE
210900            " DELEGATION "        DELIMITED BY SIZE
211000            KA0AKDL-BENUTZER-ID   DELIMITED BY SIZE
211100            " FUER "              DELIMITED BY SIZE
211200            KA0AKDL-VERTRETEN-FUER
211300                                  DELIMITED BY SIZE
211400            " WIDERRUFEN"         DELIMITED BY SIZE
211500            INTO H-JRN-TEXT
211600     PERFORM 6950-ERGEBNIS-AUSWEISEN
211700                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
211800     .
211900 4600-DELEGATION-WIDERRUFEN-1002.
212000 4600-DELEGATION-WIDERRUFEN-EXIT.
212100     EXIT.
212200/---------------------------------------------------------------*
212300* Vertretungs-Uebergaben KA02AKUB: Posten, die waehrend einer   *
212400* Abwesenheit des Benutzers beim Vertreter liegen, gehen        *
212500* dauerhaft an einen Nachfolger (das Gedaechtnis entfaellt, es  *
212600* gibt keinen Rueckgang); ist der Benutzer Vertreter, wird der  *
212700* Nachfolger des Postens eingetragen                            *
212800*---------------------------------------------------------------*
212900 5000-VERTRETUNGEN SECTION.
213000 5000-VERTRETUNGEN-1001.
213100     MOVE C-1                     TO H-LFD-ZEILE
213200     PERFORM 5010-UB-ZEILE-LESEN  THRU 5010-UB-ZEILE-LESEN-EXIT
213300     PERFORM UNTIL SCAN-N-GEFUNDEN
213400       SET ZEILE-N-GELOESCHT      TO TRUE
213500       EVALUATE TRUE
213600       WHEN KA0AKUB-BENUTZER      = AUB-P-BENUTZER
213700         PERFORM 5100-UB-UEBERNEHMEN
213800                              THRU 5100-UB-UEBERNEHMEN-EXIT
213900       WHEN KA0AKUB-VERTRETER     = AUB-P-BENUTZER
214000         PERFORM 5200-UB-VERTRETER-ERSETZEN
214100                              THRU 5200-UB-VERTRETER-ERSETZEN-EXIT
214200       WHEN OTHER
214300         CONTINUE
214400       END-EVALUATE
214500       IF ZEILE-N-GELOESCHT
214600       THEN
214700         ADD C-1                  TO H-LFD-ZEILE
214800       END-IF
214900       PERFORM 5010-UB-ZEILE-LESEN
215000                              THRU 5010-UB-ZEILE-LESEN-EXIT
215100     END-PERFORM
215200     .
215300 5000-VERTRETUNGEN-1002.
215400 5000-VERTRETUNGEN-EXIT.
215500     EXIT.
215600/---------------------------------------------------------------*
215700* Zeile aus KA03AKUB lesen                                      *
215800*---------------------------------------------------------------*
215900 5010-UB-ZEILE-LESEN SECTION.
216000 5010-UB-ZEILE-LESEN-1001.
216100     MOVE H-LFD-ZEILE             TO KA0AKUB-ZEILENNUMMER
216200     CALL "CGSTAB" USING
216300          C-TAB-LESEN-ZEILE
216400          C-KONFIG-ID-KA
216500          C-OBJEKT-TAB-KA03AKUB
216600          GSOVER-VERSTAENDIGUNGSBEREICH
216700          KA0AKUB-EINGABEBEREICH
216800          KA0AKUB-AUSGABEBEREICH
216900          DUMMY
217000     END-CALL
217100     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
217200     .
217300 5010-UB-ZEILE-LESEN-1002.
217400 5010-UB-ZEILE-LESEN-EXIT.
217500     EXIT.
217600/---------------------------------------------------------------*
217700* Posten beim Vertreter dauerhaft an einen Nachfolger geben     *
217800* und den Gedaechtnis-Satz loeschen                             *
217900*---------------------------------------------------------------*
218000 5100-UB-UEBERNEHMEN SECTION.
218100 5100-UB-UEBERNEHMEN-1001.
218200     MOVE KA0AKUB-AK-NUMMER       TO H-APO-AK-NUMMER
218300     MOVE KA0AKUB-HERKUNFT        TO H-APO-HERKUNFT
218400     MOVE KA0AKUB-KONTO-ID        TO H-APO-KONTO-ID
218500     MOVE KA0AKUB-AUSZUGSDATUM    TO H-APO-AUSZUGSDATUM
218600     MOVE KA0AKUB-AUSZUGSNUMMER   TO H-APO-AUSZUGSNUMMER
218700     MOVE KA0AKUB-AUSZUG-FNR      TO H-APO-AUSZUG-FNR
218800     MOVE KA0AKUB-LFD-NR-APO      TO H-APO-LFD-NR
218900     PERFORM 6000-NACHFOLGER-WAEHLEN
219000                              THRU 6000-NACHFOLGER-WAEHLEN-EXIT
219100     PERFORM 6100-POSTEN-UMSETZEN THRU 6100-POSTEN-UMSETZEN-EXIT
219200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
219300        AND AUB-AUSFUEHREN
219400     THEN
219500       MOVE H-APO-PK              TO KAI0AUB-EINGABEBEREICH
219600       CALL "CGSTAB"
219700       USING C-TAB-LOESCHEN-EQUAL
219800             C-KONFIG-ID-KA
219900             C-OBJEKT-TAB-KA02AKUB
220000             GSOVER-VERSTAENDIGUNGSBEREICH
220100             KAI0AUB-EINGABEBEREICH
220200             KAO0AUB-AUSGABEBEREICH
220300             GSTTAB-EIN-AUSGABEBEREICH
220400       END-CALL
220500       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
220600       THEN
220700         SET ZEILE-GELOESCHT      TO TRUE
220800       END-IF
220900     END-IF
221000     INITIALIZE AUB-DETAIL
221100     MOVE C-BEREICH-NAME (C-B-VERTRETUNG)
221200                                  TO AUB-D-BEREICH
221300     MOVE C-B-VERTRETUNG          TO H-BEREICH
221400     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
221500     PERFORM 6400-APO-TEXT        THRU 6400-APO-TEXT-EXIT
221600     MOVE KA0AKUB-VERTRETER       TO AUB-D-TEXT (62:8)
221700     MOVE SPACE                   TO H-JRN-TEXT
221800     STRING "AUSTRITT "           DELIMITED BY SIZE
221900            AUB-P-BENUTZER        DELIMITED BY SIZE
222000            " VERTRETUNG "        DELIMITED BY SIZE
222100            KA0AKUB-VERTRETER     DELIMITED BY SIZE
222200            " AN "                DELIMITED BY SIZE
222300            H-NEU-SB              DELIMITED BY SIZE
222400            INTO H-JRN-TEXT
222500     PERFORM 6950-ERGEBNIS-AUSWEISEN
222600                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
222700     .
222800 5100-UB-UEBERNEHMEN-1002.
222900 5100-UB-UEBERNEHMEN-EXIT.
223000     EXIT.
223100/---------------------------------------------------------------*
223200* Der Benutzer ist Vertreter: Nachfolger des (bereits           *
223300* uebergebenen) Postens als Vertreter eintragen, damit der      *
223400* Rueckgang nach der Rueckkehr korrekt protokolliert wird       *
223500*---------------------------------------------------------------*
223600 5200-UB-VERTRETER-ERSETZEN SECTION.
223700 5200-UB-VERTRETER-ERSETZEN-1001.
223800     MOVE KA0AKUB-AK-NUMMER       TO H-APO-AK-NUMMER
223900     MOVE KA0AKUB-HERKUNFT        TO H-APO-HERKUNFT
224000     MOVE KA0AKUB-KONTO-ID        TO H-APO-KONTO-ID
224100     MOVE KA0AKUB-AUSZUGSDATUM    TO H-APO-AUSZUGSDATUM
224200     MOVE KA0AKUB-AUSZUGSNUMMER   TO H-APO-AUSZUGSNUMMER
224300     MOVE KA0AKUB-AUSZUG-FNR      TO H-APO-AUSZUG-FNR
224400     MOVE KA0AKUB-LFD-NR-APO      TO H-APO-LFD-NR
224500     PERFORM 6300-APO-NACHFOLGER  THRU 6300-APO-NACHFOLGER-EXIT
224600     IF AUB-AUSFUEHREN
224700     THEN
224800       MOVE H-APO-PK              TO KAI0AUB-EINGABEBEREICH
224900       MOVE KA0AKUB-BENUTZER      TO KAO0AUB-BENUTZER
225000       MOVE H-NEU-SB              TO KAO0AUB-VERTRETER
225100       MOVE KA0AKUB-UEBERGABE-DATUM
225200                                  TO KAO0AUB-UEBERGABE-DATUM
225300       CALL "CGSTAB"
225400       USING C-TAB-SCHREIBEN-EQUAL
225500             C-KONFIG-ID-KA
225600             C-OBJEKT-TAB-KA02AKUB
225700             GSOVER-VERSTAENDIGUNGSBEREICH
225800             KAI0AUB-EINGABEBEREICH
225900             KAO0AUB-AUSGABEBEREICH
226000             GSTTAB-EIN-AUSGABEBEREICH
226100       END-CALL
226200     END-IF
226300     INITIALIZE AUB-DETAIL
226400     MOVE C-BEREICH-NAME (C-B-VERTRETUNG)
226500                                  TO AUB-D-BEREICH
226600     MOVE C-B-VERTRETUNG          TO H-BEREICH
226700     MOVE C-AKTION-UEBERGEBEN     TO H-AKTION-OK
226800     PERFORM 6400-APO-TEXT        THRU 6400-APO-TEXT-EXIT
226900     MOVE KA0AKUB-BENUTZER        TO AUB-D-TEXT (62:8)
227000     MOVE SPACE                   TO H-JRN-TEXT
227100     STRING "AUSTRITT "           DELIMITED BY SIZE
227200            AUB-P-BENUTZER        DELIMITED BY SIZE
227300            " VERTRETER FUER "    DELIMITED BY SIZE
227400            KA0AKUB-BENUTZER      DELIMITED BY SIZE
227500            " NUN "               DELIMITED BY SIZE
227600            H-NEU-SB              DELIMITED BY SIZE
227700            INTO H-JRN-TEXT
227800     PERFORM 6950-ERGEBNIS-AUSWEISEN
227900                              THRU 6950-ERGEBNIS-AUSWEISEN-EXIT
228000     .
228100 5200-UB-VERTRETER-ERSETZEN-1002.
228200 5200-UB-VERTRETER-ERSETZEN-EXIT.
228300     EXIT.
228400/---------------------------------------------------------------*
228500* Abwesenheitskalender KA000AKAW: laufende und kuenftige        *
228600* Abwesenheiten mit dem Benutzer als Vertreter zur Pflege       *
228700* ausweisen                                                     *
228800*---------------------------------------------------------------*
228900 5500-KALENDER SECTION.
229000 5500-KALENDER-1001.
229100     MOVE C-1                     TO H-LFD-ZEILE
229200     PERFORM 5510-AW-ZEILE-LESEN  THRU 5510-AW-ZEILE-LESEN-EXIT
229300     PERFORM UNTIL SCAN-N-GEFUNDEN
229400       IF KA0AKAW-VERTRETER       = AUB-P-BENUTZER
229500          AND KA0AKAW-DATUM-BIS   NOT < H-LAUFDATUM
229600       THEN
229700         ADD C-1                  TO H-ANZ-OK (C-B-KALENDER)
229800         INITIALIZE AUB-DETAIL
229900         MOVE C-BEREICH-NAME (C-B-KALENDER)
230000                                  TO AUB-D-BEREICH
230100         MOVE C-AKTION-PFLEGEN    TO AUB-D-AKTION
230200         MOVE KA0AKAW-BENUTZER    TO AUB-T-ZR-BENUTZER
230300         MOVE KA0AKAW-VERTRETER   TO AUB-T-ZR-PARTNER
230400         MOVE KA0AKAW-FACHBEREICH TO AUB-T-ZR-FACHBEREICH
230500         MOVE KA0AKAW-DATUM-VON   TO AUB-T-ZR-VON
230600         MOVE KA0AKAW-DATUM-BIS   TO AUB-T-ZR-BIS
230700         MOVE AUB-T-ZEITRAUM      TO AUB-D-TEXT
230800         MOVE "VERTRETER NEU EINTRAGEN"
230900                                  TO AUB-D-TEXT (41:)
231000         PERFORM 6900-ZEILE-SCHREIBEN
231100                              THRU 6900-ZEILE-SCHREIBEN-EXIT
231200       END-IF
231300       ADD C-1                    TO H-LFD-ZEILE
231400       PERFORM 5510-AW-ZEILE-LESEN
231500                              THRU 5510-AW-ZEILE-LESEN-EXIT
231600     END-PERFORM
231700     .
231800 5500-KALENDER-1002.
231900 5500-KALENDER-EXIT.
232000     EXIT.
232100/---------------------------------------------------------------*
232200* Zeile aus KA03AKAW lesen                                      *
232300*---------------------------------------------------------------*
232400 5510-AW-ZEILE-LESEN SECTION.
232500 5510-AW-ZEILE-LESEN-1001.
232600     MOVE H-LFD-ZEILE             TO KA0AKAW-ZEILENNUMMER
232700     CALL "CGSTAB" USING
232800          C-TAB-LESEN-ZEILE
232900          C-KONFIG-ID-KA
233000          C-OBJEKT-TAB-KA03AKAW
233100          GSOVER-VERSTAENDIGUNGSBEREICH
233200          KA0AKAW-EINGABEBEREICH
233300          KA0AKAW-AUSGABEBEREICH
233400          DUMMY
233500     END-CALL
233600     PERFORM 6990-SCAN-PRUEFEN    THRU 6990-SCAN-PRUEFEN-EXIT
233700     .
233800 5510-AW-ZEILE-LESEN-1002.
233900 5510-AW-ZEILE-LESEN-EXIT.
234000     EXIT.
234100/---------------------------------------------------------------*
234200* Naechsten Nachfolger reihum waehlen (H-NEU-SB)                *
234300*---------------------------------------------------------------*
234400 6000-NACHFOLGER-WAEHLEN SECTION.
234500 6000-NACHFOLGER-WAEHLEN-1001.
234600     MOVE H-NF-KENNUNG (H-NF-NAECHSTER)
234700                                  TO H-NEU-SB
234800     ADD C-1                      TO H-NF-NAECHSTER
234900     IF H-NF-NAECHSTER            > H-NF-ANZAHL
235000     THEN
235100       MOVE C-1                   TO H-NF-NAECHSTER
235200     END-IF
235300     .
235400 6000-NACHFOLGER-WAEHLEN-1002.
235500 6000-NACHFOLGER-WAEHLEN-EXIT.
235600     EXIT.
235700/---------------------------------------------------------------*
235800* Posten H-APO-PK auf H-NEU-SB umsetzen (KKA5AP-Lesen,          *
235900* KKA4AP-Aenderung mit Update-Check); im Probelauf nur zaehlen  *
236000*---------------------------------------------------------------*
236100 6100-POSTEN-UMSETZEN SECTION.
236200 6100-POSTEN-UMSETZEN-1001.
236300     ADD C-1                      TO H-RUN-ANZ-GELESEN
236400     IF AUB-PROBELAUF
236500     THEN
236600       GO TO 6100-POSTEN-UMSETZEN-EXIT
236700     END-IF
236800     MOVE C-01-INT-LES-APO-DETAIL TO KAI5AP1-FUNKTION
236900     MOVE H-APO-AK-NUMMER         TO KAI5AP1-ABSTIMMKREIS-NR
237000     MOVE H-APO-HERKUNFT          TO KAI5AP1-HERKUNFT
237100     MOVE H-APO-KONTO-ID          TO KAI5AP1-KONTO-ID-ABSTIMM
237200     MOVE H-APO-AUSZUGSDATUM      TO KAI5AP1-AUSZUGSDATUM
237300     MOVE H-APO-AUSZUGSNUMMER     TO KAI5AP1-AUSZUGSNUMMER
237400     MOVE H-APO-AUSZUG-FNR        TO KAI5AP1-AUSZUG-FNR
237500     MOVE H-APO-LFD-NR            TO KAI5AP1-LFD-NR-APO
237600     CALL "CGSAUF"
237700     USING C-AUF-AUFRUF-AL
237800           C-KONFIG-ID-KA
237900           C-OBJEKT-AUF-KKA5AP
238000           GSOVER-VERSTAENDIGUNGSBEREICH
238100           KAI5AP1-EINGABEBEREICH
238200           KAO5AP1-AUSGABEBEREICH
238300           DUMMY
238400           KAXIND-INDICES
238500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
238600     THEN
238700       GO TO 6100-POSTEN-UMSETZEN-EXIT
238800     END-IF
238900     MOVE C-01-INT-AEN-APO-UCHK   TO KAI4AP1-FUNKTION
239000     MOVE KAO5AP1-APO-PK          TO KAI4AP1-APO-PK
239100     MOVE KAO5AP1-APO-DATEN       TO KAI4AP1-APO-DATEN
239200     MOVE H-NEU-SB                TO KAI4AP1-APO-SACHBEARBEITER
239300     CALL "CGSAUF"
239400     USING C-AUF-AUFRUF-AL
239500           C-KONFIG-ID-KA
239600           C-OBJEKT-AUF-KKA4AP
239700           GSOVER-VERSTAENDIGUNGSBEREICH
239800           KAI4AP1-EINGABEBEREICH
239900           DUMMY
240000           DUMMY
240100           KAXIND-INDICES
240200     .
240300 6100-POSTEN-UMSETZEN-1002.
240400 6100-POSTEN-UMSETZEN-EXIT.
240500     EXIT.
240600/---------------------------------------------------------------*
240700* Uebergebenen Posten mit Nachfolger vormerken                  *
240800*---------------------------------------------------------------*
240900 6200-POSTEN-VORMERKEN SECTION.
241000 6200-POSTEN-VORMERKEN-1001.
241100     IF AUB-APO-ANZ               NOT < C-MAX-APO
241200     THEN
241300       GO TO 6200-POSTEN-VORMERKEN-EXIT
241400     END-IF
241500     ADD C-1                      TO AUB-APO-ANZ
241600     MOVE H-APO-PK                TO AUB-APO-PK (AUB-APO-ANZ)
241700     MOVE H-NEU-SB                TO
241800                               AUB-APO-NACHFOLGER (AUB-APO-ANZ)
241900     .
242000 6200-POSTEN-VORMERKEN-1002.
242100 6200-POSTEN-VORMERKEN-EXIT.
242200     EXIT.
242300/---------------------------------------------------------------*
242400* Nachfolger des Postens H-APO-PK aus der Vormerkung; ist der   *
242500* Posten nicht vorgemerkt, reihum                               *
242600*---------------------------------------------------------------*
242700 6300-APO-NACHFOLGER SECTION.
242800 6300-APO-NACHFOLGER-1001.
242900     PERFORM VARYING H-APO-IND FROM 1 BY 1
243000             UNTIL H-APO-IND      > AUB-APO-ANZ
243100       IF AUB-APO-PK (H-APO-IND)  = H-APO-PK
243200       THEN
243300         MOVE AUB-APO-NACHFOLGER (H-APO-IND)
243400                                  TO H-NEU-SB
243500         GO TO 6300-APO-NACHFOLGER-EXIT
243600       END-IF
243700     END-PERFORM
243800     PERFORM 6000-NACHFOLGER-WAEHLEN
243900                              THRU 6000-NACHFOLGER-WAEHLEN-EXIT
244000     .
244100 6300-APO-NACHFOLGER-1002.
244200 6300-APO-NACHFOLGER-EXIT.
244300     EXIT.
244400/---------------------------------------------------------------*
244500* Postenangaben H-APO-PK in das Textfeld stellen                *
244600*---------------------------------------------------------------*
244700 6400-APO-TEXT SECTION.
244800 6400-APO-TEXT-1001.
244900     MOVE H-APO-AK-NUMMER         TO AUB-T-APO-AK-NUMMER
245000     MOVE H-APO-KONTO-ID          TO AUB-T-APO-KONTO-ID
245100     MOVE H-APO-AUSZUGSDATUM      TO AUB-T-APO-AUSZUGSDATUM
245200     MOVE H-APO-AUSZUGSNUMMER     TO AUB-T-APO-AUSZUGSNUMMER
245300     MOVE H-APO-LFD-NR            TO AUB-T-APO-LFD-NR
245400     MOVE AUB-T-APO               TO AUB-D-TEXT
245500     .
245600 6400-APO-TEXT-1002.
245700 6400-APO-TEXT-EXIT.
245800     EXIT.
245900/---------------------------------------------------------------*
246000* Uebergabe im Journal KJD100 festhalten                        *
246100*---------------------------------------------------------------*
246200 6800-JOURNAL-SCHREIBEN SECTION.
246300 6800-JOURNAL-SCHREIBEN-1001.
246400     MOVE SPACE                   TO JDI100-EINGABEBEREICH
246500     MOVE C-VERARB-KZ-SCHREIBEN   TO JDI100-VERARB-KZ
246600     MOVE C-GV-AUSTRITT           TO JDI100-GV
246700     MOVE H-JRN-TEXT              TO JDI100-BEMERKUNG1
246800     MOVE H-LAUFDATUM             TO JDI100-DATUM-EINGABE
246900     CALL "KJD100" USING
247000          JDI100-EINGABEBEREICH
247100          JDO100-AUSGABEBEREICH
247200     END-CALL
247300     .
247400 6800-JOURNAL-SCHREIBEN-1002.
247500 6800-JOURNAL-SCHREIBEN-EXIT.
247600     EXIT.
247700/---------------------------------------------------------------*
247800* Zeile der Uebergabeliste schreiben                            *
247900*---------------------------------------------------------------*
248000 6900-ZEILE-SCHREIBEN SECTION.
248100 6900-ZEILE-SCHREIBEN-1001.
248200     MOVE AUB-DETAIL              TO AUB-DRUCKZEILE
248300     WRITE AUB-DRUCKZEILE
248400     .
248500 6900-ZEILE-SCHREIBEN-1002.
248600 6900-ZEILE-SCHREIBEN-EXIT.
248700     EXIT.
248800/---------------------------------------------------------------*
248900* Ergebnis einer Uebergabe ausweisen: Bereich, Text und         *
249000* Journaltext sind versorgt; bei Erfolg im Modus A Journal,     *
249100* sonst Fehler mit Returncode                                   *
249200*---------------------------------------------------------------*
249300 6950-ERGEBNIS-AUSWEISEN SECTION.
249400 6950-ERGEBNIS-AUSWEISEN-1001.
249500     MOVE H-NEU-SB                TO AUB-D-NACHFOLGER
249600     EVALUATE TRUE
249700     WHEN GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
249800       MOVE C-AKTION-FEHLER       TO AUB-D-AKTION
249900       MOVE GSOVER-RETURNCODE (1:6)
250000                                  TO AUB-D-MELDUNG
250100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
250200       ADD C-1                    TO H-ANZ-FEHLER (H-BEREICH)
250300       ADD C-1                    TO H-RUN-ANZ-FEHLER
250400     WHEN AUB-PROBELAUF
250500       MOVE C-AKTION-GEPLANT      TO AUB-D-AKTION
250600       ADD C-1                    TO H-ANZ-OK (H-BEREICH)
250700       PERFORM 6960-NACHFOLGER-ZAEHLEN
250800                              THRU 6960-NACHFOLGER-ZAEHLEN-EXIT
250900     WHEN OTHER
251000       MOVE H-AKTION-OK           TO AUB-D-AKTION
251100       ADD C-1                    TO H-ANZ-OK (H-BEREICH)
251200       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN
251300       PERFORM 6960-NACHFOLGER-ZAEHLEN
251400                              THRU 6960-NACHFOLGER-ZAEHLEN-EXIT
251500       PERFORM 6800-JOURNAL-SCHREIBEN
251600                              THRU 6800-JOURNAL-SCHREIBEN-EXIT
251700     END-EVALUATE
251800     PERFORM 6900-ZEILE-SCHREIBEN THRU 6900-ZEILE-SCHREIBEN-EXIT
251900     .
252000 6950-ERGEBNIS-AUSWEISEN-1002.
252100 6950-ERGEBNIS-AUSWEISEN-EXIT.
252200     EXIT.
252300/---------------------------------------------------------------*
252400* Uebergebenes Objekt dem Nachfolger zurechnen                  *
252500*---------------------------------------------------------------*
252600 6960-NACHFOLGER-ZAEHLEN SECTION.
252700 6960-NACHFOLGER-ZAEHLEN-1001.
252800     PERFORM VARYING H-NF-IND FROM 1 BY 1
252900             UNTIL H-NF-IND       > H-NF-ANZAHL
253000       IF H-NF-KENNUNG (H-NF-IND) = H-NEU-SB
253100       THEN
253200         ADD C-1                  TO H-NF-ANZ-OBJEKTE (H-NF-IND)
253300       END-IF
253400     END-PERFORM
253500     .
253600 6960-NACHFOLGER-ZAEHLEN-1002.
253700 6960-NACHFOLGER-ZAEHLEN-EXIT.
253800     EXIT.
253900/---------------------------------------------------------------*
254000* Ergebnis eines Zeilenzugriffs auswerten                       *
254100*---------------------------------------------------------------*
254200 6990-SCAN-PRUEFEN SECTION.
254300 6990-SCAN-PRUEFEN-1001.
254400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
254500     THEN
254600       SET SCAN-GEFUNDEN          TO TRUE
254700     ELSE
254800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
254900       SET SCAN-N-GEFUNDEN        TO TRUE
255000     END-IF
255100     .
255200 6990-SCAN-PRUEFEN-1002.
255300 6990-SCAN-PRUEFEN-EXIT.
255400     EXIT.
255500/---------------------------------------------------------------*
255600* Summen je Bereich und je Nachfolger                           *
255700*---------------------------------------------------------------*
255800 7000-ABSCHLUSS SECTION.
255900 7000-ABSCHLUSS-1001.
256000     PERFORM VARYING H-BEREICH FROM 1 BY 1
256100             UNTIL H-BEREICH      > C-B-ANZAHL
256200       INITIALIZE AUB-DETAIL
256300       MOVE C-BEREICH-NAME (H-BEREICH)
256400                                  TO AUB-D-BEREICH
256500       MOVE "SUMME"               TO AUB-D-AKTION
256600       MOVE H-ANZ-OK (H-BEREICH)  TO AUB-T-SUM-OK
256700       MOVE H-ANZ-FEHLER (H-BEREICH)
256800                                  TO AUB-T-SUM-FEHLER
256900       MOVE AUB-T-SUMME           TO AUB-D-TEXT
257000       PERFORM 6900-ZEILE-SCHREIBEN
257100                              THRU 6900-ZEILE-SCHREIBEN-EXIT
257200     END-PERFORM
257300     PERFORM VARYING H-NF-IND FROM 1 BY 1
257400             UNTIL H-NF-IND       > H-NF-ANZAHL
257500       INITIALIZE AUB-DETAIL
257600       MOVE "NACHFOLG."           TO AUB-D-BEREICH
257700       MOVE "SUMME"               TO AUB-D-AKTION
257800       MOVE H-NF-KENNUNG (H-NF-IND)
257900                                  TO AUB-D-NACHFOLGER
258000       MOVE H-NF-ANZ-OBJEKTE (H-NF-IND)
258100                                  TO AUB-T-SUM-OK
258200       MOVE ZERO                  TO AUB-T-SUM-FEHLER
258300       MOVE AUB-T-SUMME           TO AUB-D-TEXT
258400       PERFORM 6900-ZEILE-SCHREIBEN
258500                              THRU 6900-ZEILE-SCHREIBEN-EXIT
258600     END-PERFORM
258700     IF AUB-PROBELAUF
258800     THEN
258900       INITIALIZE AUB-DETAIL
259000       MOVE "SUMME"               TO AUB-D-BEREICH
259100       MOVE "PROBELAUF"           TO AUB-D-AKTION
259200       MOVE "PROBELAUF - NICHTS VERAENDERT"
259300                                  TO AUB-D-TEXT
259400       PERFORM 6900-ZEILE-SCHREIBEN
259500                              THRU 6900-ZEILE-SCHREIBEN-EXIT
259600     END-IF
259700     .
259800 7000-ABSCHLUSS-1002.
259900 7000-ABSCHLUSS-EXIT.
260000     EXIT.
260100/---------------------------------------------------------------*
260200* Start im zentralen Laufregister melden                        *
260300*---------------------------------------------------------------*
260400 8000-LAUFREGISTER-START SECTION.
260500 8000-LAUFREGISTER-START-1001.
260600     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
260700     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
260800     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
260900     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
261000                                     KAIRUN-ANZ-GESCHRIEBEN
261100                                     KAIRUN-ANZ-FEHLER
261200     CALL "AKARUN"
261300     USING KAIRUN-EINGABEBEREICH
261400           GSOVER-VERSTAENDIGUNGSBEREICH
261500     END-CALL
261600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
261700     .
261800 8000-LAUFREGISTER-START-1002.
261900 8000-LAUFREGISTER-START-EXIT.
262000     EXIT.
262100/---------------------------------------------------------------*
262200* Ende mit Kontrollsummen im zentralen Laufregister melden      *
262300*---------------------------------------------------------------*
262400 8100-LAUFREGISTER-ENDE SECTION.
262500 8100-LAUFREGISTER-ENDE-1001.
262600     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
262700     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
262800     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
262900     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
263000     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
263100     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
263200     CALL "AKARUN"
263300     USING KAIRUN-EINGABEBEREICH
263400           GSOVER-VERSTAENDIGUNGSBEREICH
263500     END-CALL
263600     .
263700 8100-LAUFREGISTER-ENDE-1002.
263800 8100-LAUFREGISTER-ENDE-EXIT.
263900     EXIT.
264000/---------------------------------------------------------------*
264100* Programmende                                                  *
264200*---------------------------------------------------------------*
264300 9999-EXIT SECTION.
264400 9999-EXIT-1001.
264500     CLOSE AUBPARM
264600     CLOSE AUBAUS
264700     .
264800 9999-EXIT-1002.
264900 9999-EXIT-EXIT.
265000     EXIT.
