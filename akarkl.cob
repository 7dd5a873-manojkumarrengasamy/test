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
000160*@Titel         : Jahresberechnung Risikoeinstufung Abstimmkreise
000160*@Elementname   : akarkl.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Jahresberechnung Risikoeinstufung         *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Jaehrliche Neuberechnung der Risikoeinstufung (KA02AKRK) *
001800* je Abstimmkreis aus KA03AKRS fuer das Berechnungsjahr    *
001900* (RKLPARM, JJJJ, Vorgabe Vorjahr). Bewertet werden vier   *
002000* Faktoren mit je 0, 1 oder 2 Punkten (Schwelle 1 bzw. 2   *
002100* aus RKLPARM, ohne Angabe Standardwert):                  *
002200*  1 Volumen: Posten mit Buchungstag im Jahr, ohne         *
002300*    technische (AKA5OF bzw. AKAHVZ bei Hochvolumen),      *
002400*  2 offener Saldo: Betragssumme der Posten in Status      *
002500*    1 offen, 2 in Klaerung, 3 zurueckgestellt (ohne       *
002600*    Waehrungsumrechnung),                                 *
002700*  3 genehmigte Ausbuchungen im Jahr (KA03AKAB ueber       *
002800*    die Schliessung KA03SCH),                             *
002900*  4 Limitverletzungen im Jahr (KA03AKIC).                 *
003000* Ab PUNKTE-HOCH ergibt sich Klasse H, ab PUNKTE-MITTEL    *
003100* Klasse M, sonst N. Kennzahlen, Punkte und berechnete     *
003200* Klasse werden in einer vorhandenen Einstufung direkt     *
003300* fortgeschrieben; die Klasse selbst aendert sich nur      *
003400* ueber die Vier-Augen-Freigabe: weicht sie ab oder        *
003500* fehlt die Einstufung, wird der Vorschlag (Herkunft B)    *
003600* ueber KKA4PD eingestellt und mit KKA4RK (Funktion        *
003700* 01-INT-AKT-AKRK) freigegeben. Liegt bereits eine         *
003800* schwebende Aenderung vor, bleibt sie unberuehrt. Mit     *
003900* EINSTELLEN-KZ N wird nur berichtet.                      *
004000* RKLAUS zeigt je Abstimmkreis Kennzahlen, Punkte und      *
004100* Klassen, danach die im Jahr freigegebenen Aenderungen    *
004200* der Einstufung aus der Historie KA02AKRH und die         *
004300* Summen.                                                  *
004400*@E-ELEMENTBESCHREIBUNG                                    *
004500*                                                          *
004600*@A-MODULAUFRUF                                            *
004700* AKA5OF : Trefferliste APO                                *
004800* AKAHVZ : Zugriff Hochvolumen-Ablage BKAAPHV              *
004900* KKA4PD : Vier-Augen-Prinzip (schwebende Aenderung)       *
005000*@E-MODULAUFRUF                                            *
005100*                                                          *
005200*@A-COBOL-COPY                                             *
005300* Benoetigte COBOL-Copies:                                 *
005400* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005500* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005600* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                  *
005700* CKA0AKRS   : ZEILENSCAN KA03AKRS                         *
005800* CKA0SCH    : ZEILENSCAN KA03SCH                          *
005900* CKA0AKAB   : ZEILENSCAN KA03AKAB                         *
006000* CKA0AKIC   : ZEILENSCAN KA03AKIC                         *
006100* CKA0AKRH   : ZEILENSCAN KA03AKRH                         *
006200* CKAI0ARK   : EINGABEBEREICH KA02AKRK                     *
006300* CKAO0ARK   : AUSGABEBEREICH KA02AKRK                     *
006400* CKAI0APD   : EINGABEBEREICH KA02AKPD                     *
006500* CKAO0APD   : AUSGABEBEREICH KA02AKPD                     *
006600* CKAIPD     : SCHNITTSTELLE KKA4PD                        *
006700* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
006800* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
006900* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                  *
007000* DKAXIND    : INDICES AKA5OF                              *
007100* CKAXIND    : INDICES AKA5OF                              *
007200* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                    *
007300* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                  *
007400*@E-COBOL-COPY                                             *
007500*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58806                                               *      D01
090052*     Neuanlage - jaehrliche Berechnung der Risiko-        *      D01
090053*     einstufung je Abstimmkreis mit Vier-Augen-Vorschlag  *      D01
090054*     und Liste der Einstufungsaenderungen des Jahres.     *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKARKL.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT RKLPARM               ASSIGN TO "RKLPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT RKLAUS                ASSIGN TO "RKLAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  RKLPARM
101700     RECORDING MODE IS F.
101800 01  RKL-PARM-SATZ.
101900     05 RKL-P-JAHR                PIC 9(004).
102000     05 FILLER                    PIC X(001).
102100     05 RKL-P-VOLUMEN-1           PIC 9(007).
102200     05 FILLER                    PIC X(001).
102300     05 RKL-P-VOLUMEN-2           PIC 9(007).
102400     05 FILLER                    PIC X(001).
102500     05 RKL-P-SALDO-1             PIC 9(013)V9(002).
102600     05 FILLER                    PIC X(001).
102700     05 RKL-P-SALDO-2             PIC 9(013)V9(002).
102800     05 FILLER                    PIC X(001).
102900     05 RKL-P-AUSBUCHUNG-1        PIC 9(005).
103000     05 FILLER                    PIC X(001).
103100     05 RKL-P-AUSBUCHUNG-2        PIC 9(005).
103200     05 FILLER                    PIC X(001).
103300     05 RKL-P-LIMIT-1             PIC 9(005).
103400     05 FILLER                    PIC X(001).
103500     05 RKL-P-LIMIT-2             PIC 9(005).
103600     05 FILLER                    PIC X(001).
103700     05 RKL-P-PUNKTE-MITTEL       PIC 9(003).
103800     05 FILLER                    PIC X(001).
103900     05 RKL-P-PUNKTE-HOCH         PIC 9(003).
104000     05 FILLER                    PIC X(001).
104100     05 RKL-P-EINSTELLEN-KZ       PIC X(001).
104200        88 RKL-NUR-BERICHT        VALUE "N".
104300 FD  RKLAUS
104400     RECORDING MODE IS F.
104500 01  RKL-DRUCKZEILE               PIC X(150).
104600*---------------------------------------------------------------*
104700* WORKING-STORAGE-Section                                       *
104800*---------------------------------------------------------------*
104900 WORKING-STORAGE SECTION.
105000 01  VERS-INF.
105100     05  FILLER PIC X(13) VALUE "ELEM=akarkl  ".
105200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
105300/---------------------------------------------------------------*
105400* Konstanten                                                    *
105500*---------------------------------------------------------------*
105600 01  GS-KONSTANTEN.
105700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
105800     20 C-AKARKL                  PIC X(008) VALUE "AKARKL".
105900     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
106000     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
106100     20 C-OBJEKT-TAB-KA03AKAB     PIC X(009) VALUE "KA03AKAB".
106200     20 C-OBJEKT-TAB-KA03AKIC     PIC X(009) VALUE "KA03AKIC".
106300     20 C-OBJEKT-TAB-KA03AKRH     PIC X(009) VALUE "KA03AKRH".
106400     20 C-OBJEKT-TAB-KA02AKRK     PIC X(009) VALUE "KA02AKRK".
106500     20 C-OBJEKT-TAB-KA02AKPD     PIC X(009) VALUE "KA02AKPD".
106600     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
106700     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
106800     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
106900                                  VALUE "SCHREIBEN-EQUAL".
107000     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
107100                                  VALUE "01-STD-APO-LIST-SUCHE".
107200     20 C-01-INT-PD-EINSTELLEN    PIC X(040)
107300                                  VALUE "01-INT-PD-EINSTELLEN".
107400     20 C-HVZ-SUCHEN              PIC X(009) VALUE "SUCHEN".
107500     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
107600     20 C-ANZ-STATI               PIC 9(003) VALUE 7.
107700     20 C-MAX-AK                  PIC 9(004) VALUE 2000.
107800     20 C-J                       PIC X(001) VALUE "J".
107900     20 C-N                       PIC X(001) VALUE "N".
108000     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
108100     20 C-TECHNISCH               PIC X(001) VALUE "T".
108200     20 C-DATUM-MAX               PIC 9(008) VALUE 99991231.
108300 01  C-STATI.
108400     05 C-STATUS-ALLE             PIC 9(001) VALUE ZERO.
108500     05 C-STATUS-OFFEN-BIS        PIC 9(001) VALUE 3.
108600/---------------------------------------------------------------*
108700* Standard-Schwellen je Faktor und Punktgrenzen der Klassen     *
108800*---------------------------------------------------------------*
108900 01  C-STD-SCHWELLEN.
109000     05 C-STD-VOLUMEN-1           PIC 9(007) VALUE 1000.
109100     05 C-STD-VOLUMEN-2           PIC 9(007) VALUE 10000.
109200     05 C-STD-SALDO-1             PIC 9(013)V9(002)
109300                                  VALUE 100000.
109400     05 C-STD-SALDO-2             PIC 9(013)V9(002)
109500                                  VALUE 1000000.
109600     05 C-STD-AUSBUCHUNG-1        PIC 9(005) VALUE 1.
109700     05 C-STD-AUSBUCHUNG-2        PIC 9(005) VALUE 5.
109800     05 C-STD-LIMIT-1             PIC 9(005) VALUE 1.
109900     05 C-STD-LIMIT-2             PIC 9(005) VALUE 3.
110000     05 C-STD-PUNKTE-MITTEL       PIC 9(003) VALUE 2.
110100     05 C-STD-PUNKTE-HOCH         PIC 9(003) VALUE 5.
110200/---------------------------------------------------------------*
110300* Gelesene Postenstati AKA5OF                                   *
110400*---------------------------------------------------------------*
110500 01  C-STATUS-LISTE.
110600     05 FILLER                    PIC X(007) VALUE "2315869".
110700 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
110800     05 C-STATUS-WERT             PIC 9(001) OCCURS 7.
110900 01  C-KLASSEN.
111000     05 C-KLASSE-HOCH             PIC X(001) VALUE "H".
111100     05 C-KLASSE-MITTEL           PIC X(001) VALUE "M".
111200     05 C-KLASSE-NIEDRIG          PIC X(001) VALUE "N".
111300     05 C-HERKUNFT-BERECHNUNG     PIC X(001) VALUE "B".
111400 01  C-MELDUNGEN.
111500     05 C-MELD-UNVERAENDERT       PIC X(012) VALUE "UNVERAENDERT".
111600     05 C-MELD-VORGESCHLAGEN      PIC X(012) VALUE "VORGESCHL.  ".
111700     05 C-MELD-SCHWEBEND          PIC X(012) VALUE "SCHWEBEND   ".
111800     05 C-MELD-NUR-BERICHT        PIC X(012) VALUE "NUR BERICHT ".
111900     05 C-MELD-FEHLER-PD          PIC X(012) VALUE "FEHLER PD   ".
112000     05 C-MELD-FEHLER-AKRK        PIC X(012) VALUE "FEHLER AKRK ".
112100     05 C-MELD-TABELLE-VOLL       PIC X(012) VALUE "TABELLE VOLL".
112200/---------------------------------------------------------------*
112300* Formatzeilen Bericht RKLAUS                                   *
112400*---------------------------------------------------------------*
112500 01  RKL-KOPF.
112600     05 FILLER                    PIC X(040) VALUE
112700        "RISIKOEINSTUFUNG ABSTIMMKREISE JAHR:    ".
112800     05 RKL-K-JAHR                PIC 9(004).
112900     05 FILLER                    PIC X(106) VALUE SPACE.
113000 01  RKL-KOPF-2                   PIC X(150) VALUE
113100     "MELDUNG      AK-NR    VOLUMEN       OFFENER SALDO  AUSB LIMI
113200-    "T PKT BISHER   BERECHNET".
113300 01  RKL-DETAIL.
113400     05 RKL-D-MELDUNG             PIC X(012).
113500     05 FILLER                    PIC X(001) VALUE SPACE.
113600     05 RKL-D-AK-NUMMER           PIC 9(005).
113700     05 FILLER                    PIC X(001) VALUE SPACE.
113800     05 RKL-D-VOLUMEN             PIC Z(009)9.
113900     05 FILLER                    PIC X(001) VALUE SPACE.
114000     05 RKL-D-SALDO               PIC Z(015)9,99.
114100     05 FILLER                    PIC X(001) VALUE SPACE.
114200     05 RKL-D-AUSBUCHUNG          PIC Z(004)9.
114300     05 FILLER                    PIC X(001) VALUE SPACE.
114400     05 RKL-D-LIMIT               PIC Z(004)9.
114500     05 FILLER                    PIC X(001) VALUE SPACE.
114600     05 RKL-D-PUNKTE              PIC Z(002)9.
114700     05 FILLER                    PIC X(006) VALUE SPACE.
114800     05 RKL-D-KLASSE-BISHER       PIC X(001).
114900     05 FILLER                    PIC X(009) VALUE SPACE.
115000     05 RKL-D-KLASSE-NEU          PIC X(001).
115100     05 FILLER                    PIC X(068) VALUE SPACE.
115200 01  RKL-KOPF-AEND.
115300     05 FILLER                    PIC X(040) VALUE
115400        "AENDERUNGEN DER RISIKOEINSTUFUNG JAHR:  ".
115500     05 RKL-KA-JAHR               PIC 9(004).
115600     05 FILLER                    PIC X(106) VALUE SPACE.
115700 01  RKL-KOPF-AEND-2              PIC X(150) VALUE
115800     "AK-NR  DATUM    ALT NEU HK PKT ERFASSER FREIGEB. TEXT".
115900 01  RKL-AEND.
116000     05 RKL-H-AK-NUMMER           PIC 9(005).
116100     05 FILLER                    PIC X(002) VALUE SPACE.
116200     05 RKL-H-DATUM               PIC 9(008).
116300     05 FILLER                    PIC X(002) VALUE SPACE.
116400     05 RKL-H-KLASSE-ALT          PIC X(001).
116500     05 FILLER                    PIC X(003) VALUE SPACE.
116600     05 RKL-H-KLASSE-NEU          PIC X(001).
116700     05 FILLER                    PIC X(002) VALUE SPACE.
116800     05 RKL-H-HERKUNFT            PIC X(001).
116900     05 FILLER                    PIC X(001) VALUE SPACE.
117000     05 RKL-H-PUNKTE              PIC Z(002)9.
117100     05 FILLER                    PIC X(001) VALUE SPACE.
117200     05 RKL-H-ERFASSER            PIC X(008).
117300     05 FILLER                    PIC X(001) VALUE SPACE.
117400     05 RKL-H-FREIGEBER           PIC X(008).
117500     05 FILLER                    PIC X(001) VALUE SPACE.
117600     05 RKL-H-BEGRUENDUNG         PIC X(060).
117700     05 FILLER                    PIC X(042) VALUE SPACE.
117800 01  RKL-ENDE.
117900     05 FILLER                    PIC X(012) VALUE
118000        "JAHR:       ".
118100     05 RKL-X-JAHR                PIC 9(004).
118200     05 FILLER                    PIC X(012) VALUE
118300        "  KREISE:   ".
118400     05 RKL-X-KREISE              PIC Z(004)9.
118500     05 FILLER                    PIC X(012) VALUE
118600        "  HOCH:     ".
118700     05 RKL-X-HOCH                PIC Z(004)9.
118800     05 FILLER                    PIC X(012) VALUE
118900        "  MITTEL:   ".
119000     05 RKL-X-MITTEL              PIC Z(004)9.
119100     05 FILLER                    PIC X(012) VALUE
119200        "  NIEDRIG:  ".
119300     05 RKL-X-NIEDRIG             PIC Z(004)9.
119400     05 FILLER                    PIC X(012) VALUE
119500        "  VORSCHL.: ".
119600     05 RKL-X-VORSCHLAEGE         PIC Z(004)9.
119700     05 FILLER                    PIC X(012) VALUE
119800        "  SCHWEBEND:".
119900     05 RKL-X-SCHWEBEND           PIC Z(004)9.
120000     05 FILLER                    PIC X(012) VALUE
120100        "  AENDERUNG:".
120200     05 RKL-X-AENDERUNGEN         PIC Z(004)9.
120300     05 FILLER                    PIC X(018) VALUE SPACE.
120400/---------------------------------------------------------------*
120500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
120600*---------------------------------------------------------------*
120700  COPY DCTGRCGE.
120800  COPY CGSOVER.
120900  COPY CGSTTAB.
121000  COPY CKA0AKRS.
121100  COPY CKA0SCH.
121200  COPY CKA0AKAB.
121300  COPY CKA0AKIC.
121400  COPY CKA0AKRH.
121500  COPY CKAI0ARK.
121600  COPY CKAO0ARK.
121700  COPY CKAI0APD.
121800  COPY CKAO0APD.
121900  COPY CKAIPD.
122000  COPY DKAXIND.
122100  COPY CKAXIND.
122200  COPY CKAI5OF3.
122300  COPY CKAO5OF2.
122400  COPY CKAT5OF1.
122500  COPY CKAHVZS.
122600  COPY CKAHVZE.
122700 01  DUMMY                        PIC X(001).
122800/---------------------------------------------------------------*
122900* Abstimmkreise mit den Kennzahlen des Berechnungsjahres        *
123000*---------------------------------------------------------------*
123100 01  RKL-AK-TABELLE.
123200     05 RKL-ANZ-AK                PIC 9(004) COMP-3 VALUE ZERO.
123300     05 RKL-AK                    OCCURS 2000.
123400        10 RKL-A-AK-NUMMER        PIC 9(005).
123500        10 RKL-A-HOCHVOLUMEN-KZ   PIC X(001).
123600        10 RKL-A-ANZ-POSTEN       PIC 9(009) COMP-3.
123700        10 RKL-A-SALDO-OFFEN      PIC 9(015)V9(003) COMP-3.
123800        10 RKL-A-ANZ-AUSBUCHUNG   PIC 9(005) COMP-3.
123900        10 RKL-A-ANZ-LIMIT        PIC 9(005) COMP-3.
124000/---------------------------------------------------------------*
124100* Begruendung des berechneten Vorschlags                        *
124200*---------------------------------------------------------------*
124300 01  H-BEGRUENDUNG.
124400     05 FILLER                    PIC X(017) VALUE
124500        "JAHRESBERECHNUNG ".
124600     05 H-BG-JAHR                 PIC 9(004).
124700     05 FILLER                    PIC X(008) VALUE
124800        " PUNKTE ".
124900     05 H-BG-PUNKTE               PIC Z(002)9.
125000     05 FILLER                    PIC X(028) VALUE SPACE.
125100/---------------------------------------------------------------*
125200* Hilfsvariable                                                 *
125300*---------------------------------------------------------------*
125400 01  H-SCAN-STATUS                PIC X(001).
125500     88 SCAN-GEFUNDEN             VALUE "J".
125600     88 SCAN-N-GEFUNDEN           VALUE "N".
125700 01  H-SEITEN-KZ                  PIC X(001).
125800     88 SEITEN-WEITER             VALUE "J".
125900     88 SEITEN-FERTIG             VALUE "N".
126000 01  H-HVZ-LESEN-KZ               PIC X(001).
126100     88 HVZ-LESEN-FERTIG          VALUE "J".
126200     88 HVZ-LESEN-WEITER          VALUE "N".
126300 01  H-AKRK-KZ                    PIC X(001).
126400     88 AKRK-VORHANDEN            VALUE "J".
126500     88 AKRK-N-VORHANDEN          VALUE "N".
126600 01  H-AUFSETZ-KZ                 PIC X(001).
126700 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
126800 01  H-SCH-ZEILE                  PIC 9(009) COMP-3.
126900 01  H-ST-IND                     PIC 9(003) COMP-3.
127000 01  H-INDEX                      PIC 9(003) COMP-3.
127100 01  H-AK-IND                     PIC 9(004) COMP-3.
127200 01  H-AK-NUMMER                  PIC 9(005).
127300 01  H-STATUS-LAUF                PIC 9(001).
127400 01  H-STATUS-POSTEN              PIC 9(001).
127500 01  H-BUTAG                      PIC 9(008).
127600 01  H-TECHNIK-KZ                 PIC X(001).
127700 01  H-BETRAG                     PIC S9(013)V9(003).
127800 01  H-SCHLIESSUNGSNR             PIC 9(012).
127900 01  H-CACHE-SCHLIESSUNGSNR       PIC 9(012) VALUE ZERO.
128000 01  H-CACHE-AK-NUMMER            PIC 9(005) VALUE ZERO.
128100 01  H-JAHR                       PIC 9(004).
128200 01  H-TAGESDATUM                 PIC 9(008).
128300 01  H-TAGESDATUM-X REDEFINES H-TAGESDATUM.
128400     05 H-TD-JJJJ                 PIC 9(004).
128500     05 H-TD-MMTT                 PIC 9(004).
128600 01  H-DATUM-VON                  PIC 9(008).
128700 01  H-DATUM-BIS                  PIC 9(008).
128800 01  H-VOLUMEN-1                  PIC 9(007).
128900 01  H-VOLUMEN-2                  PIC 9(007).
129000 01  H-SALDO-1                    PIC 9(013)V9(002).
129100 01  H-SALDO-2                    PIC 9(013)V9(002).
129200 01  H-AUSBUCHUNG-1               PIC 9(005).
129300 01  H-AUSBUCHUNG-2               PIC 9(005).
129400 01  H-LIMIT-1                    PIC 9(005).
129500 01  H-LIMIT-2                    PIC 9(005).
129600 01  H-PUNKTE-MITTEL              PIC 9(003).
129700 01  H-PUNKTE-HOCH                PIC 9(003).
129800 01  H-PUNKTE                     PIC 9(003).
129900 01  H-KLASSE                     PIC X(001).
130000 01  H-KLASSE-BISHER              PIC X(001).
130100 01  H-ANZ-HOCH                   PIC 9(005) COMP-3 VALUE ZERO.
130200 01  H-ANZ-MITTEL                 PIC 9(005) COMP-3 VALUE ZERO.
130300 01  H-ANZ-NIEDRIG                PIC 9(005) COMP-3 VALUE ZERO.
130400 01  H-ANZ-VORSCHLAEGE            PIC 9(005) COMP-3 VALUE ZERO.
130500 01  H-ANZ-SCHWEBEND              PIC 9(005) COMP-3 VALUE ZERO.
130600 01  H-ANZ-AENDERUNGEN            PIC 9(005) COMP-3 VALUE ZERO.
130700 01  H-ANZ-VERWORFEN              PIC 9(005) COMP-3 VALUE ZERO.
130800/****************************************************************
130900 PROCEDURE DIVISION.
131000*****************************************************************
131100 0000-MAINLINE SECTION.
131200 0000-MAINLINE-1001.
131300     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
131400     PERFORM 2000-AK-LADEN        THRU 2000-AK-LADEN-EXIT
131500     PERFORM 3000-AUSBUCHUNGEN    THRU 3000-AUSBUCHUNGEN-EXIT
131600     PERFORM 4000-LIMITVERLETZUNGEN
131700                                THRU 4000-LIMITVERLETZUNGEN-EXIT
131800     PERFORM 5000-POSTEN-ZAEHLEN  THRU 5000-POSTEN-ZAEHLEN-EXIT
131900     PERFORM 6000-EINSTUFEN       THRU 6000-EINSTUFEN-EXIT
132000     PERFORM 8000-AENDERUNGEN     THRU 8000-AENDERUNGEN-EXIT
132100     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
132200     STOP RUN
132300     .
132400 0000-MAINLINE-1002.
132500     EXIT.
132600/---------------------------------------------------------------*
132700* Initialisierung: Parameter lesen, Berechnungsjahr und         *
132800* Schwellen festlegen                                           *
132900*---------------------------------------------------------------*
133000 1000-INITIALISIERUNG SECTION.
133100 1000-INITIALISIERUNG-1001.
133200     OPEN INPUT  RKLPARM
133300     OPEN OUTPUT RKLAUS
133400     READ RKLPARM
133500       AT END
133600         INITIALIZE RKL-PARM-SATZ
133700     END-READ
133800     ACCEPT H-TAGESDATUM          FROM DATE YYYYMMDD
133900     IF RKL-P-JAHR                NUMERIC
134000        AND RKL-P-JAHR            > ZERO
134100     THEN
134200       MOVE RKL-P-JAHR            TO H-JAHR
134300     ELSE
134400*      ohne Angabe: Vorjahr des Tagesdatums
134500       COMPUTE H-JAHR             = H-TD-JJJJ - C-1
134600     END-IF
134700     COMPUTE H-DATUM-VON          = H-JAHR * 10000 + 101
134800     COMPUTE H-DATUM-BIS          = H-JAHR * 10000 + 1231
134900*
135000     MOVE C-STD-VOLUMEN-1         TO H-VOLUMEN-1
135100     IF RKL-P-VOLUMEN-1           NUMERIC
135200        AND RKL-P-VOLUMEN-1       > ZERO
135300     THEN
135400       MOVE RKL-P-VOLUMEN-1       TO H-VOLUMEN-1
135500     END-IF
135600     MOVE C-STD-VOLUMEN-2         TO H-VOLUMEN-2
135700     IF RKL-P-VOLUMEN-2           NUMERIC
135800        AND RKL-P-VOLUMEN-2       > ZERO
135900     THEN
136000       MOVE RKL-P-VOLUMEN-2       TO H-VOLUMEN-2
136100     END-IF
136200     MOVE C-STD-SALDO-1           TO H-SALDO-1
136300     IF RKL-P-SALDO-1             NUMERIC
136400        AND RKL-P-SALDO-1         > ZERO
136500     THEN
136600       MOVE RKL-P-SALDO-1         TO H-SALDO-1
136700     END-IF
136800     MOVE C-STD-SALDO-2           TO H-SALDO-2
136900     IF RKL-P-SALDO-2             NUMERIC
137000        AND RKL-P-SALDO-2         > ZERO
137100     THEN
137200       MOVE RKL-P-SALDO-2         TO H-SALDO-2
137300     END-IF
137400     MOVE C-STD-AUSBUCHUNG-1      TO H-AUSBUCHUNG-1
137500     IF RKL-P-AUSBUCHUNG-1        NUMERIC
137600        AND RKL-P-AUSBUCHUNG-1    > ZERO
137700     THEN
137800       MOVE RKL-P-AUSBUCHUNG-1    TO H-AUSBUCHUNG-1
137900     END-IF
138000     MOVE C-STD-AUSBUCHUNG-2      TO H-AUSBUCHUNG-2
138100     IF RKL-P-AUSBUCHUNG-2        NUMERIC
138200        AND RKL-P-AUSBUCHUNG-2    > ZERO
138300     THEN
138400       MOVE RKL-P-AUSBUCHUNG-2    TO H-AUSBUCHUNG-2
138500     END-IF
138600     MOVE C-STD-LIMIT-1           TO H-LIMIT-1
138700     IF RKL-P-LIMIT-1             NUMERIC
138800        AND RKL-P-LIMIT-1         > ZERO
138900     THEN
139000       MOVE RKL-P-LIMIT-1         TO H-LIMIT-1
139100     END-IF
139200     MOVE C-STD-LIMIT-2           TO H-LIMIT-2
139300     IF RKL-P-LIMIT-2             NUMERIC
139400        AND RKL-P-LIMIT-2         > ZERO
139500     THEN
139600       MOVE RKL-P-LIMIT-2         TO H-LIMIT-2
139700     END-IF
139800     MOVE C-STD-PUNKTE-MITTEL     TO H-PUNKTE-MITTEL
139900     IF RKL-P-PUNKTE-MITTEL       NUMERIC
140000        AND RKL-P-PUNKTE-MITTEL   > ZERO
140100     THEN
140200       MOVE RKL-P-PUNKTE-MITTEL   TO H-PUNKTE-MITTEL
140300     END-IF
140400     MOVE C-STD-PUNKTE-HOCH       TO H-PUNKTE-HOCH
140500     IF RKL-P-PUNKTE-HOCH         NUMERIC
140600        AND RKL-P-PUNKTE-HOCH     > ZERO
140700     THEN
140800       MOVE RKL-P-PUNKTE-HOCH     TO H-PUNKTE-HOCH
140900     END-IF
141000*
141100     MOVE H-JAHR                  TO RKL-K-JAHR
141200     MOVE RKL-KOPF                TO RKL-DRUCKZEILE
141300     WRITE RKL-DRUCKZEILE
141400     MOVE RKL-KOPF-2              TO RKL-DRUCKZEILE
141500     WRITE RKL-DRUCKZEILE
141600     .
141700 1000-INITIALISIERUNG-1002.
141800 1000-INITIALISIERUNG-EXIT.
141900     EXIT.
142000/---------------------------------------------------------------*
142100* Abstimmkreise aus KA03AKRS in die Kennzahltabelle laden       *
142200*---------------------------------------------------------------*
142300 2000-AK-LADEN SECTION.
142400 2000-AK-LADEN-1001.
142500     MOVE C-1                     TO H-LFD-ZEILE
142600     PERFORM 2100-LESEN-AKRS-ZEILE
142700                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
142800     PERFORM UNTIL SCAN-N-GEFUNDEN
142900       IF RKL-ANZ-AK              < C-MAX-AK
143000       THEN
143100         ADD C-1                  TO RKL-ANZ-AK
143200         INITIALIZE RKL-AK (RKL-ANZ-AK)
143300         MOVE KA0AKRS-AK-NUMMER   TO RKL-A-AK-NUMMER (RKL-ANZ-AK)
143400         MOVE KA0AKRS-HOCHVOLUMEN-KZ
143500                            TO RKL-A-HOCHVOLUMEN-KZ (RKL-ANZ-AK)
143600       ELSE
143700         ADD C-1                  TO H-ANZ-VERWORFEN
143800       END-IF
143900       ADD C-1                    TO H-LFD-ZEILE
144000       PERFORM 2100-LESEN-AKRS-ZEILE
144100                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
144200     END-PERFORM
144300     .
144400 2000-AK-LADEN-1002.
144500 2000-AK-LADEN-EXIT.
144600     EXIT.
144700/---------------------------------------------------------------*
144800* Zeile aus KA03AKRS lesen                                      *
144900*---------------------------------------------------------------*
145000 2100-LESEN-AKRS-ZEILE SECTION.
145100 2100-LESEN-AKRS-ZEILE-1001.
145200     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
145300     CALL "CGSTAB" USING
145400          C-TAB-LESEN-ZEILE
145500          C-KONFIG-ID-KA
145600          C-OBJEKT-TAB-KA03AKRS
145700          GSOVER-VERSTAENDIGUNGSBEREICH
145800          KA0AKRS-EINGABEBEREICH
145900          KA0AKRS-AUSGABEBEREICH
146000          DUMMY
146100     END-CALL
146200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
146300     THEN
146400       SET SCAN-GEFUNDEN          TO TRUE
146500     ELSE
146600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
146700       SET SCAN-N-GEFUNDEN        TO TRUE
146800     END-IF
146900     .
147000 2100-LESEN-AKRS-ZEILE-1002.
147100 2100-LESEN-AKRS-ZEILE-EXIT.
147200     EXIT.
147300/---------------------------------------------------------------*
147400* Genehmigte Ausbuchungen des Jahres je Abstimmkreis zaehlen    *
147500*---------------------------------------------------------------*
147600 3000-AUSBUCHUNGEN SECTION.
147700 3000-AUSBUCHUNGEN-1001.
147800     MOVE C-1                     TO H-LFD-ZEILE
147900     PERFORM 3100-LESEN-AKAB-ZEILE
148000                                THRU 3100-LESEN-AKAB-ZEILE-EXIT
148100     PERFORM UNTIL SCAN-N-GEFUNDEN
148200       IF KA0AKAB-GENEHMIGT
148300          AND KA0AKAB-GEN-DATUM   NOT < H-DATUM-VON
148400          AND KA0AKAB-GEN-DATUM   NOT > H-DATUM-BIS
148500       THEN
148600         MOVE KA0AKAB-SCHLIESSUNGSNR
148700                                  TO H-SCHLIESSUNGSNR
148800         PERFORM 7200-SCH-SUCHEN  THRU 7200-SCH-SUCHEN-EXIT
148900         PERFORM 7100-AK-SUCHEN   THRU 7100-AK-SUCHEN-EXIT
149000         IF H-AK-IND              > ZERO
149100         THEN
149200           ADD C-1          TO RKL-A-ANZ-AUSBUCHUNG (H-AK-IND)
149300         END-IF
149400       END-IF
149500       ADD C-1                    TO H-LFD-ZEILE
149600       PERFORM 3100-LESEN-AKAB-ZEILE
149700                                THRU 3100-LESEN-AKAB-ZEILE-EXIT
149800     END-PERFORM
149900     .
150000 3000-AUSBUCHUNGEN-1002.
150100 3000-AUSBUCHUNGEN-EXIT.
150200     EXIT.
150300/---------------------------------------------------------------*
150400* Zeile aus KA03AKAB lesen                                      *
150500*---------------------------------------------------------------*
150600 3100-LESEN-AKAB-ZEILE SECTION.
150700 3100-LESEN-AKAB-ZEILE-1001.
150800     MOVE H-LFD-ZEILE             TO KA0AKAB-ZEILENNUMMER
150900     CALL "CGSTAB" USING
151000          C-TAB-LESEN-ZEILE
151100          C-KONFIG-ID-KA
151200          C-OBJEKT-TAB-KA03AKAB
151300          GSOVER-VERSTAENDIGUNGSBEREICH
151400          KA0AKAB-EINGABEBEREICH
151500          KA0AKAB-AUSGABEBEREICH
151600          DUMMY
151700     END-CALL
151800     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
151900     THEN
152000       SET SCAN-GEFUNDEN          TO TRUE
152100     ELSE
152200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
152300       SET SCAN-N-GEFUNDEN        TO TRUE
152400     END-IF
152500     .
152600 3100-LESEN-AKAB-ZEILE-1002.
152700 3100-LESEN-AKAB-ZEILE-EXIT.
152800     EXIT.
152900/---------------------------------------------------------------*
153000* Limitverletzungen des Jahres (Vorfallsregister KA03AKIC) je   *
153100* Abstimmkreis zaehlen                                          *
153200*---------------------------------------------------------------*
153300 4000-LIMITVERLETZUNGEN SECTION.
153400 4000-LIMITVERLETZUNGEN-1001.
153500     MOVE C-1                     TO H-LFD-ZEILE
153600     PERFORM 4100-LESEN-AKIC-ZEILE
153700                                THRU 4100-LESEN-AKIC-ZEILE-EXIT
153800     PERFORM UNTIL SCAN-N-GEFUNDEN
153900       IF KA0AKIC-LAUFDATUM       NOT < H-DATUM-VON
154000          AND KA0AKIC-LAUFDATUM   NOT > H-DATUM-BIS
154100       THEN
154200         MOVE KA0AKIC-AK-NUMMER   TO H-AK-NUMMER
154300         PERFORM 7100-AK-SUCHEN   THRU 7100-AK-SUCHEN-EXIT
154400         IF H-AK-IND              > ZERO
154500         THEN
154600           ADD C-1                TO RKL-A-ANZ-LIMIT (H-AK-IND)
154700         END-IF
154800       END-IF
154900       ADD C-1                    TO H-LFD-ZEILE
155000       PERFORM 4100-LESEN-AKIC-ZEILE
155100                                THRU 4100-LESEN-AKIC-ZEILE-EXIT
155200     END-PERFORM
155300     .
155400 4000-LIMITVERLETZUNGEN-1002.
155500 4000-LIMITVERLETZUNGEN-EXIT.
155600     EXIT.
155700/---------------------------------------------------------------*
155800* Zeile aus KA03AKIC lesen                                      *
155900*---------------------------------------------------------------*
156000 4100-LESEN-AKIC-ZEILE SECTION.
156100 4100-LESEN-AKIC-ZEILE-1001.
156200     MOVE H-LFD-ZEILE             TO KA0AKIC-ZEILENNUMMER
156300     CALL "CGSTAB" USING
156400          C-TAB-LESEN-ZEILE
156500          C-KONFIG-ID-KA
156600          C-OBJEKT-TAB-KA03AKIC
156700          GSOVER-VERSTAENDIGUNGSBEREICH
156800          KA0AKIC-EINGABEBEREICH
156900          KA0AKIC-AUSGABEBEREICH
157000          DUMMY
157100     END-CALL
157200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
157300     THEN
157400       SET SCAN-GEFUNDEN          TO TRUE
157500     ELSE
157600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
157700       SET SCAN-N-GEFUNDEN        TO TRUE
157800     END-IF
157900     .
158000 4100-LESEN-AKIC-ZEILE-1002.
158100 4100-LESEN-AKIC-ZEILE-EXIT.
158200     EXIT.
158300/---------------------------------------------------------------*
158400* Volumen und offenen Saldo je Abstimmkreis aus den Posten      *
158500* ermitteln (Hochvolumen-Kreise ueber AKAHVZ)                   *
158600*---------------------------------------------------------------*
158700 5000-POSTEN-ZAEHLEN SECTION.
158800 5000-POSTEN-ZAEHLEN-1001.
158900     PERFORM VARYING H-AK-IND FROM 1 BY 1
159000             UNTIL H-AK-IND       > RKL-ANZ-AK
159100       MOVE RKL-A-AK-NUMMER (H-AK-IND)
159200                                  TO H-AK-NUMMER
159300       IF RKL-A-HOCHVOLUMEN-KZ (H-AK-IND) = C-J
159400       THEN
159500         PERFORM 5500-HVZ-LESEN   THRU 5500-HVZ-LESEN-EXIT
159600       ELSE
159700         PERFORM 5100-AK-VERARBEITEN
159800                                THRU 5100-AK-VERARBEITEN-EXIT
159900       END-IF
160000     END-PERFORM
160100     .
160200 5000-POSTEN-ZAEHLEN-1002.
160300 5000-POSTEN-ZAEHLEN-EXIT.
160400     EXIT.
160500/---------------------------------------------------------------*
160600* Posten eines Abstimmkreises je Status seitenweise lesen       *
160700*---------------------------------------------------------------*
160800 5100-AK-VERARBEITEN SECTION.
160900 5100-AK-VERARBEITEN-1001.
161000     PERFORM VARYING H-ST-IND FROM 1 BY 1
161100             UNTIL H-ST-IND       > C-ANZ-STATI
161200       MOVE C-STATUS-WERT (H-ST-IND)
161300                                  TO H-STATUS-LAUF
161400       SET SEITEN-WEITER          TO TRUE
161500       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
161600       MOVE C-N                   TO H-AUFSETZ-KZ
161700       PERFORM 5200-APO-SEITE     THRU 5200-APO-SEITE-EXIT
161800               UNTIL SEITEN-FERTIG
161900     END-PERFORM
162000     .
162100 5100-AK-VERARBEITEN-1002.
162200 5100-AK-VERARBEITEN-EXIT.
162300     EXIT.
162400/---------------------------------------------------------------*
162500* Eine Trefferseite BKAAPO ueber AKA5OF lesen                   *
162600*---------------------------------------------------------------*
162700 5200-APO-SEITE SECTION.
162800 5200-APO-SEITE-1001.
162900     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
163000     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
163100     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
163200     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
163300     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
163400     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
163500     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
163600     MOVE H-AUFSETZ-KZ            TO
163700                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
163800     CALL "AKA5OF" USING
163900          C-01-STD-APO-LIST-SUCHE
164000          C-KONFIG-ID-KA
164100          C-AKARKL
164200          GSOVER-VERSTAENDIGUNGSBEREICH
164300          KAI5OF3-EINGABEBEREICH
164400          KAO5OF2-AUSGABEBEREICH
164500          KAT5OF1-TRANSIENT-BEREICH
164600          KAXIND-INDICES
164700     END-CALL
164800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
164900     THEN
165000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165100       SET SEITEN-FERTIG          TO TRUE
165200       GO TO 5200-APO-SEITE-EXIT
165300     END-IF
165400     PERFORM VARYING H-INDEX FROM 1 BY 1
165500             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
165600       MOVE KAO5OF2-APO-STATUS (H-INDEX)
165700                                  TO H-STATUS-POSTEN
165800       MOVE KAO5OF2-APO-BUTAG (H-INDEX)
165900                                  TO H-BUTAG
166000       MOVE KAO5OF2-APO-TECHNIK-KZ (H-INDEX)
166100                                  TO H-TECHNIK-KZ
166200       MOVE KAO5OF2-APO-BETRAG (H-INDEX)
166300                                  TO H-BETRAG
166400       PERFORM 5300-POSTEN-WERTEN THRU 5300-POSTEN-WERTEN-EXIT
166500     END-PERFORM
166600     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
166700     THEN
166800       SET SEITEN-FERTIG          TO TRUE
166900     ELSE
167000       MOVE C-J                   TO H-AUFSETZ-KZ
167100     END-IF
167200     .
167300 5200-APO-SEITE-1002.
167400 5200-APO-SEITE-EXIT.
167500     EXIT.
167600/---------------------------------------------------------------*
167700* Einen Posten werten: Volumen bei Buchungstag im Jahr (nicht   *
167800* technisch), offener Saldo bei Status 1 bis 3 (Betrag ohne     *
167900* Vorzeichen)                                                   *
168000*---------------------------------------------------------------*
168100 5300-POSTEN-WERTEN SECTION.
168200 5300-POSTEN-WERTEN-1001.
168300     IF H-TECHNIK-KZ              = C-TECHNISCH
168400     THEN
168500       GO TO 5300-POSTEN-WERTEN-EXIT
168600     END-IF
168700     IF H-BUTAG                   NOT < H-DATUM-VON
168800        AND H-BUTAG               NOT > H-DATUM-BIS
168900     THEN
169000       ADD C-1                    TO RKL-A-ANZ-POSTEN (H-AK-IND)
169100     END-IF
169200     IF H-STATUS-POSTEN           > ZERO
169300        AND H-STATUS-POSTEN       NOT > C-STATUS-OFFEN-BIS
169400     THEN
169500       IF H-BETRAG                < ZERO
169600       THEN
169700         SUBTRACT H-BETRAG      FROM RKL-A-SALDO-OFFEN (H-AK-IND)
169800       ELSE
169900         ADD H-BETRAG             TO RKL-A-SALDO-OFFEN (H-AK-IND)
170000       END-IF
170100     END-IF
170200     .
170300 5300-POSTEN-WERTEN-1002.
170400 5300-POSTEN-WERTEN-EXIT.
170500     EXIT.
170600/---------------------------------------------------------------*
170700* Hochvolumen-Kreis: alle Posten ueber AKAHVZ seitenweise lesen *
170800*---------------------------------------------------------------*
170900 5500-HVZ-LESEN SECTION.
171000 5500-HVZ-LESEN-1001.
171100     MOVE ZERO                    TO HVZ-SK-AB-BUCHUNGSTAG
171200                                     HVZ-SK-AB-LFD-NR
171300     SET HVZ-LESEN-WEITER         TO TRUE
171400     PERFORM UNTIL HVZ-LESEN-FERTIG
171500       PERFORM 5510-HVZ-SEITE-LESEN
171600                              THRU 5510-HVZ-SEITE-LESEN-EXIT
171700       PERFORM VARYING H-INDEX FROM 1 BY 1
171800               UNTIL H-INDEX      > HVZ-ANZ-TREFFER
171900         MOVE HVZ-T-STATUS (H-INDEX)
172000                                  TO H-STATUS-POSTEN
172100         MOVE HVZ-T-BUCHUNGSTAG (H-INDEX)
172200                                  TO H-BUTAG
172300         MOVE HVZ-T-TECHNIK-KZ (H-INDEX)
172400                                  TO H-TECHNIK-KZ
172500         MOVE HVZ-T-BETRAG (H-INDEX)
172600                                  TO H-BETRAG
172700         PERFORM 5300-POSTEN-WERTEN
172800                                THRU 5300-POSTEN-WERTEN-EXIT
172900       END-PERFORM
173000       IF HVZ-WEITERE-JA
173100          AND HVZ-ANZ-TREFFER     NOT = ZERO
173200       THEN
173300         MOVE HVZ-T-BUCHUNGSTAG (HVZ-ANZ-TREFFER)
173400                                  TO HVZ-SK-AB-BUCHUNGSTAG
173500         MOVE HVZ-T-LFD-NR (HVZ-ANZ-TREFFER)
173600                                  TO HVZ-SK-AB-LFD-NR
173700       ELSE
173800         SET HVZ-LESEN-FERTIG     TO TRUE
173900       END-IF
174000     END-PERFORM
174100     .
174200 5500-HVZ-LESEN-1002.
174300 5500-HVZ-LESEN-EXIT.
174400     EXIT.
174500/---------------------------------------------------------------*
174600* Eine Trefferseite ueber AKAHVZ lesen (alle Stati, alle Tage)  *
174700*---------------------------------------------------------------*
174800 5510-HVZ-SEITE-LESEN SECTION.
174900 5510-HVZ-SEITE-LESEN-1001.
175000     MOVE H-AK-NUMMER             TO HVZ-SK-AK-NUMMER
175100     MOVE C-STATUS-ALLE           TO HVZ-SK-STATUS
175200     MOVE ZERO                    TO HVZ-SK-BUCHUNGSTAG-VON
175300     MOVE C-DATUM-MAX             TO HVZ-SK-BUCHUNGSTAG-BIS
175400     CALL "AKAHVZ"
175500     USING C-HVZ-SUCHEN
175600           HVZ-SATZ
175700           HVZ-SUCH-KRITERIUM
175800           HVZ-TREFFERLISTE
175900           HVZ-RUECKGABE
176000     END-CALL
176100     IF NOT HVZ-GEW-OK
176200     THEN
176300       MOVE ZERO                  TO HVZ-ANZ-TREFFER
176400       SET HVZ-WEITERE-NEIN       TO TRUE
176500     END-IF
176600     .
176700 5510-HVZ-SEITE-LESEN-1002.
176800 5510-HVZ-SEITE-LESEN-EXIT.
176900     EXIT.
177000/---------------------------------------------------------------*
177100* Einstufung je Abstimmkreis berechnen und fortschreiben        *
177200*---------------------------------------------------------------*
177300 6000-EINSTUFEN SECTION.
177400 6000-EINSTUFEN-1001.
177500     PERFORM VARYING H-AK-IND FROM 1 BY 1
177600             UNTIL H-AK-IND       > RKL-ANZ-AK
177700       PERFORM 6100-AK-EINSTUFEN  THRU 6100-AK-EINSTUFEN-EXIT
177800       PERFORM 6400-ZEILE-SCHREIBEN
177900                                THRU 6400-ZEILE-SCHREIBEN-EXIT
178000     END-PERFORM
178100     IF H-ANZ-VERWORFEN           > ZERO
178200     THEN
178300       INITIALIZE RKL-DETAIL
178400       MOVE C-MELD-TABELLE-VOLL   TO RKL-D-MELDUNG
178500       MOVE H-ANZ-VERWORFEN       TO RKL-D-VOLUMEN
178600       MOVE RKL-DETAIL            TO RKL-DRUCKZEILE
178700       WRITE RKL-DRUCKZEILE
178800     END-IF
178900     .
179000 6000-EINSTUFEN-1002.
179100 6000-EINSTUFEN-EXIT.
179200     EXIT.
179300/---------------------------------------------------------------*
179400* Einen Abstimmkreis einstufen: Punkte je Faktor, Klasse; bei   *
179500* vorhandener Einstufung Kennzahlen fortschreiben, bei neuer    *
179600* oder abweichender Klasse Vorschlag ueber KKA4PD einstellen    *
179700*---------------------------------------------------------------*
179800 6100-AK-EINSTUFEN SECTION.
179900 6100-AK-EINSTUFEN-1001.
180000     PERFORM 6200-PUNKTE-BERECHNEN
180100                                THRU 6200-PUNKTE-BERECHNEN-EXIT
180200     INITIALIZE RKL-DETAIL
180300     MOVE RKL-A-AK-NUMMER (H-AK-IND) TO RKL-D-AK-NUMMER
180400     MOVE RKL-A-ANZ-POSTEN (H-AK-IND) TO RKL-D-VOLUMEN
180500     MOVE RKL-A-SALDO-OFFEN (H-AK-IND) TO RKL-D-SALDO
180600     MOVE RKL-A-ANZ-AUSBUCHUNG (H-AK-IND)
180700                                  TO RKL-D-AUSBUCHUNG
180800     MOVE RKL-A-ANZ-LIMIT (H-AK-IND) TO RKL-D-LIMIT
180900     MOVE H-PUNKTE                TO RKL-D-PUNKTE
181000     MOVE H-KLASSE                TO RKL-D-KLASSE-NEU
181100*
181200     MOVE RKL-A-AK-NUMMER (H-AK-IND) TO KAI0ARK-AK-NUMMER
181300     CALL "CGSTAB"
181400     USING C-TAB-LESEN-EQUAL
181500           C-KONFIG-ID-KA
181600           C-OBJEKT-TAB-KA02AKRK
181700           GSOVER-VERSTAENDIGUNGSBEREICH
181800           KAI0ARK-EINGABEBEREICH
181900           KAO0ARK-AUSGABEBEREICH
182000           GSTTAB-EIN-AUSGABEBEREICH
182100     END-CALL
182200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
182300     THEN
182400       SET AKRK-VORHANDEN         TO TRUE
182500       MOVE KAO0ARK-KLASSE        TO H-KLASSE-BISHER
182600     ELSE
182700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
182800       SET AKRK-N-VORHANDEN       TO TRUE
182900       MOVE SPACE                 TO H-KLASSE-BISHER
183000       INITIALIZE KAO0ARK-AUSGABEBEREICH
183100       MOVE RKL-A-AK-NUMMER (H-AK-IND) TO KAO0ARK-AK-NUMMER
183200     END-IF
183300     MOVE H-KLASSE-BISHER         TO RKL-D-KLASSE-BISHER
183400*
183500     MOVE H-KLASSE                TO KAO0ARK-KLASSE-BERECHNET
183600     MOVE H-PUNKTE                TO KAO0ARK-PUNKTE
183700     MOVE H-TAGESDATUM            TO KAO0ARK-BERECHNUNG-DATUM
183800     MOVE H-JAHR                  TO KAO0ARK-BERECHNUNG-JAHR
183900     MOVE RKL-A-ANZ-POSTEN (H-AK-IND) TO KAO0ARK-ANZ-POSTEN
184000     MOVE RKL-A-SALDO-OFFEN (H-AK-IND)
184100                                  TO KAO0ARK-SALDO-OFFEN
184200     MOVE RKL-A-ANZ-AUSBUCHUNG (H-AK-IND)
184300                                  TO KAO0ARK-ANZ-AUSBUCHUNG
184400     MOVE RKL-A-ANZ-LIMIT (H-AK-IND) TO KAO0ARK-ANZ-LIMIT
184500*
184600     IF RKL-NUR-BERICHT
184700     THEN
184800       MOVE C-MELD-NUR-BERICHT    TO RKL-D-MELDUNG
184900       GO TO 6100-AK-EINSTUFEN-EXIT
185000     END-IF
185100*    Kennzahlen einer vorhandenen Einstufung direkt fortschreiben
185200     IF AKRK-VORHANDEN
185300     THEN
185400       CALL "CGSTAB"
185500       USING C-TAB-SCHREIBEN-EQUAL
185600             C-KONFIG-ID-KA
185700             C-OBJEKT-TAB-KA02AKRK
185800             GSOVER-VERSTAENDIGUNGSBEREICH
185900             KAI0ARK-EINGABEBEREICH
186000             KAO0ARK-AUSGABEBEREICH
186100             GSTTAB-EIN-AUSGABEBEREICH
186200       END-CALL
186300       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
186400       THEN
186500         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
186600         MOVE C-MELD-FEHLER-AKRK  TO RKL-D-MELDUNG
186700         GO TO 6100-AK-EINSTUFEN-EXIT
186800       END-IF
186900       IF H-KLASSE                = H-KLASSE-BISHER
187000       THEN
187100         MOVE C-MELD-UNVERAENDERT TO RKL-D-MELDUNG
187200         GO TO 6100-AK-EINSTUFEN-EXIT
187300       END-IF
187400     END-IF
187500     PERFORM 6300-VORSCHLAG-EINSTELLEN
187600                          THRU 6300-VORSCHLAG-EINSTELLEN-EXIT
187700     .
187800 6100-AK-EINSTUFEN-1002.
187900 6100-AK-EINSTUFEN-EXIT.
188000     EXIT.
188100/---------------------------------------------------------------*
188200* Berichtszeile schreiben und Klassen zaehlen                   *
188300*---------------------------------------------------------------*
188400 6400-ZEILE-SCHREIBEN SECTION.
188500 6400-ZEILE-SCHREIBEN-1001.
188600     EVALUATE H-KLASSE
188700       WHEN C-KLASSE-HOCH
188800         ADD C-1                  TO H-ANZ-HOCH
188900       WHEN C-KLASSE-MITTEL
189000         ADD C-1                  TO H-ANZ-MITTEL
189100       WHEN OTHER
189200         ADD C-1                  TO H-ANZ-NIEDRIG
189300     END-EVALUATE
189400     MOVE RKL-DETAIL              TO RKL-DRUCKZEILE
189500     WRITE RKL-DRUCKZEILE
189600     .
189700 6400-ZEILE-SCHREIBEN-1002.
189800 6400-ZEILE-SCHREIBEN-EXIT.
189900     EXIT.
190000/---------------------------------------------------------------*
190100* Punkte je Faktor (0/1/2) summieren und Klasse ableiten        *
190200*---------------------------------------------------------------*
190300 6200-PUNKTE-BERECHNEN SECTION.
190400 6200-PUNKTE-BERECHNEN-1001.
190500     MOVE ZERO                    TO H-PUNKTE
190600     EVALUATE TRUE
190700       WHEN RKL-A-ANZ-POSTEN (H-AK-IND) NOT < H-VOLUMEN-2
190800         ADD 2                    TO H-PUNKTE
190900       WHEN RKL-A-ANZ-POSTEN (H-AK-IND) NOT < H-VOLUMEN-1
191000         ADD 1                    TO H-PUNKTE
191100     END-EVALUATE
191200     EVALUATE TRUE
191300       WHEN RKL-A-SALDO-OFFEN (H-AK-IND) NOT < H-SALDO-2
191400         ADD 2                    TO H-PUNKTE
191500       WHEN RKL-A-SALDO-OFFEN (H-AK-IND) NOT < H-SALDO-1
191600         ADD 1                    TO H-PUNKTE
191700     END-EVALUATE
191800     EVALUATE TRUE
191900       WHEN RKL-A-ANZ-AUSBUCHUNG (H-AK-IND)
192000                                  NOT < H-AUSBUCHUNG-2
192100         ADD 2                    TO H-PUNKTE
192200       WHEN RKL-A-ANZ-AUSBUCHUNG (H-AK-IND)
192300                                  NOT < H-AUSBUCHUNG-1
192400         ADD 1                    TO H-PUNKTE
192500     END-EVALUATE
192600     EVALUATE TRUE
192700       WHEN RKL-A-ANZ-LIMIT (H-AK-IND) NOT < H-LIMIT-2
192800         ADD 2                    TO H-PUNKTE
192900       WHEN RKL-A-ANZ-LIMIT (H-AK-IND) NOT < H-LIMIT-1
193000         ADD 1                    TO H-PUNKTE
193100     END-EVALUATE
193200     EVALUATE TRUE
193300       WHEN H-PUNKTE              NOT < H-PUNKTE-HOCH
193400         MOVE C-KLASSE-HOCH       TO H-KLASSE
193500       WHEN H-PUNKTE              NOT < H-PUNKTE-MITTEL
193600         MOVE C-KLASSE-MITTEL     TO H-KLASSE
193700       WHEN OTHER
193800         MOVE C-KLASSE-NIEDRIG    TO H-KLASSE
193900     END-EVALUATE
194000     .
194100 6200-PUNKTE-BERECHNEN-1002.
194200 6200-PUNKTE-BERECHNEN-EXIT.
194300     EXIT.
194400/---------------------------------------------------------------*
194500* Berechnete Klasse als schwebende Aenderung einstellen, sofern *
194600* fuer den Abstimmkreis nicht bereits eine Aenderung schwebt    *
194700*---------------------------------------------------------------*
194800 6300-VORSCHLAG-EINSTELLEN SECTION.
194900 6300-VORSCHLAG-EINSTELLEN-1001.
195000     MOVE C-OBJEKT-TAB-KA02AKRK   TO KAI0APD-TABELLE
195100     MOVE KAI0ARK-EINGABEBEREICH  TO KAI0APD-SCHLUESSEL
195200     CALL "CGSTAB"
195300     USING C-TAB-LESEN-EQUAL
195400           C-KONFIG-ID-KA
195500           C-OBJEKT-TAB-KA02AKPD
195600           GSOVER-VERSTAENDIGUNGSBEREICH
195700           KAI0APD-EINGABEBEREICH
195800           KAO0APD-AUSGABEBEREICH
195900           GSTTAB-EIN-AUSGABEBEREICH
196000     END-CALL
196100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
196200        AND KAO0APD-SCHWEBEND
196300     THEN
196400       MOVE C-MELD-SCHWEBEND      TO RKL-D-MELDUNG
196500       ADD C-1                    TO H-ANZ-SCHWEBEND
196600       GO TO 6300-VORSCHLAG-EINSTELLEN-EXIT
196700     END-IF
196800     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
196900*
197000     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
197100     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION
197200     MOVE C-OBJEKT-TAB-KA02AKRK   TO KAIPD-TABELLE
197300     MOVE KAI0ARK-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
197400     MOVE C-AKARKL                TO KAIPD-BENUTZER
197500     IF AKRK-VORHANDEN
197600     THEN
197700       MOVE KAO0ARK-AUSGABEBEREICH TO KAIPD-ALT-DATEN
197800     END-IF
197900     MOVE H-JAHR                  TO H-BG-JAHR
198000     MOVE H-PUNKTE                TO H-BG-PUNKTE
198100     MOVE H-KLASSE                TO KAO0ARK-KLASSE
198200     MOVE C-HERKUNFT-BERECHNUNG   TO KAO0ARK-HERKUNFT
198300     MOVE C-AKARKL                TO KAO0ARK-ERFASSER
198400     MOVE H-TAGESDATUM            TO KAO0ARK-ERF-DATUM
198500     MOVE SPACE                   TO KAO0ARK-FREIGEBER
198600     MOVE ZERO                    TO KAO0ARK-FREIGABE-DATUM
198700     MOVE H-BEGRUENDUNG           TO KAO0ARK-BEGRUENDUNG
198800     MOVE KAO0ARK-AUSGABEBEREICH  TO KAIPD-NEU-DATEN
198900     CALL "KKA4PD"
199000     USING KAIPD-EINGABEBEREICH
199100           KAOPD-AUSGABEBEREICH
199200           GSOVER-VERSTAENDIGUNGSBEREICH
199300     END-CALL
199400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
199500     THEN
199600       MOVE C-MELD-VORGESCHLAGEN  TO RKL-D-MELDUNG
199700       ADD C-1                    TO H-ANZ-VORSCHLAEGE
199800     ELSE
199900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
200000       MOVE C-MELD-FEHLER-PD      TO RKL-D-MELDUNG
200100     END-IF
200200     .
200300 6300-VORSCHLAG-EINSTELLEN-1002.
200400 6300-VORSCHLAG-EINSTELLEN-EXIT.
200500     EXIT.
200600/---------------------------------------------------------------*
200700* Abstimmkreis zu H-AK-NUMMER in der Kennzahltabelle suchen     *
200800* (H-AK-IND = 0: nicht vorhanden)                               *
200900*---------------------------------------------------------------*
201000 7100-AK-SUCHEN SECTION.
201100 7100-AK-SUCHEN-1001.
201200     PERFORM VARYING H-AK-IND FROM 1 BY 1
201300             UNTIL H-AK-IND       > RKL-ANZ-AK
201400       IF RKL-A-AK-NUMMER (H-AK-IND) = H-AK-NUMMER
201500       THEN
201600         GO TO 7100-AK-SUCHEN-EXIT
201700       END-IF
201800     END-PERFORM
201900     MOVE ZERO                    TO H-AK-IND
202000     .
202100 7100-AK-SUCHEN-1002.
202200 7100-AK-SUCHEN-EXIT.
202300     EXIT.
202400/---------------------------------------------------------------*
202500* Abstimmkreis einer Schliessung ueber KA03SCH (mit Merker der  *
202600* zuletzt gesuchten Schliessung)                                *
202700*---------------------------------------------------------------*
202800 7200-SCH-SUCHEN SECTION.
202900 7200-SCH-SUCHEN-1001.
203000     IF H-SCHLIESSUNGSNR          = H-CACHE-SCHLIESSUNGSNR
203100     THEN
203200       MOVE H-CACHE-AK-NUMMER     TO H-AK-NUMMER
203300       GO TO 7200-SCH-SUCHEN-EXIT
203400     END-IF
203500     MOVE ZERO                    TO H-AK-NUMMER
203600     MOVE C-1                     TO H-SCH-ZEILE
203700     PERFORM UNTIL H-SCH-ZEILE    = ZERO
203800       MOVE H-SCH-ZEILE           TO KA0SCH-ZEILENNUMMER
203900       CALL "CGSTAB" USING
204000            C-TAB-LESEN-ZEILE
204100            C-KONFIG-ID-KA
204200            C-OBJEKT-TAB-KA03SCH
204300            GSOVER-VERSTAENDIGUNGSBEREICH
204400            KA0SCH-EINGABEBEREICH
204500            KA0SCH-AUSGABEBEREICH
204600            DUMMY
204700       END-CALL
204800       EVALUATE TRUE
204900         WHEN GSOVER-GEWICHT      NOT = C-GEW-NICHT-GESETZT
205000           MOVE C-GEW-NICHT-GESETZT
205100                                  TO GSOVER-GEWICHT
205200           MOVE ZERO              TO H-SCH-ZEILE
205300         WHEN KA0SCH-SCHLIESSUNGSNR = H-SCHLIESSUNGSNR
205400           MOVE KA0SCH-AK-NUMMER  TO H-AK-NUMMER
205500           MOVE ZERO              TO H-SCH-ZEILE
205600         WHEN OTHER
205700           ADD C-1                TO H-SCH-ZEILE
205800       END-EVALUATE
205900     END-PERFORM
206000     MOVE H-SCHLIESSUNGSNR        TO H-CACHE-SCHLIESSUNGSNR
206100     MOVE H-AK-NUMMER             TO H-CACHE-AK-NUMMER
206200     .
206300 7200-SCH-SUCHEN-1002.
206400 7200-SCH-SUCHEN-EXIT.
206500     EXIT.
206600/---------------------------------------------------------------*
206700* Im Jahr freigegebene Aenderungen der Einstufung aus der       *
206800* Historie KA03AKRH auflisten                                   *
206900*---------------------------------------------------------------*
207000 8000-AENDERUNGEN SECTION.
207100 8000-AENDERUNGEN-1001.
207200     MOVE H-JAHR                  TO RKL-KA-JAHR
207300     MOVE RKL-KOPF-AEND           TO RKL-DRUCKZEILE
207400     WRITE RKL-DRUCKZEILE
207500     MOVE RKL-KOPF-AEND-2         TO RKL-DRUCKZEILE
207600     WRITE RKL-DRUCKZEILE
207700     MOVE C-1                     TO H-LFD-ZEILE
207800     PERFORM 8100-LESEN-AKRH-ZEILE
207900                                THRU 8100-LESEN-AKRH-ZEILE-EXIT
208000     PERFORM UNTIL SCAN-N-GEFUNDEN
208100       IF KA0AKRH-DATUM           NOT < H-DATUM-VON
208200          AND KA0AKRH-DATUM       NOT > H-DATUM-BIS
208300       THEN
208400         INITIALIZE RKL-AEND
208500         MOVE KA0AKRH-AK-NUMMER   TO RKL-H-AK-NUMMER
208600         MOVE KA0AKRH-DATUM       TO RKL-H-DATUM
208700         MOVE KA0AKRH-KLASSE-ALT  TO RKL-H-KLASSE-ALT
208800         MOVE KA0AKRH-KLASSE-NEU  TO RKL-H-KLASSE-NEU
208900         MOVE KA0AKRH-HERKUNFT    TO RKL-H-HERKUNFT
209000         MOVE KA0AKRH-PUNKTE      TO RKL-H-PUNKTE
209100         MOVE KA0AKRH-ERFASSER    TO RKL-H-ERFASSER
209200         MOVE KA0AKRH-FREIGEBER   TO RKL-H-FREIGEBER
209300         MOVE KA0AKRH-BEGRUENDUNG TO RKL-H-BEGRUENDUNG
209400         MOVE RKL-AEND            TO RKL-DRUCKZEILE
209500         WRITE RKL-DRUCKZEILE
209600         ADD C-1                  TO H-ANZ-AENDERUNGEN
209700       END-IF
209800       ADD C-1                    TO H-LFD-ZEILE
209900       PERFORM 8100-LESEN-AKRH-ZEILE
210000                                THRU 8100-LESEN-AKRH-ZEILE-EXIT
210100     END-PERFORM
210200     .
210300 8000-AENDERUNGEN-1002.
210400 8000-AENDERUNGEN-EXIT.
210500     EXIT.
210600/---------------------------------------------------------------*
210700* Zeile aus KA03AKRH lesen                                      *
210800*---------------------------------------------------------------*
210900 8100-LESEN-AKRH-ZEILE SECTION.
211000 8100-LESEN-AKRH-ZEILE-1001.
211100     MOVE H-LFD-ZEILE             TO KA0AKRH-ZEILENNUMMER
211200     CALL "CGSTAB" USING
211300          C-TAB-LESEN-ZEILE
211400          C-KONFIG-ID-KA
211500          C-OBJEKT-TAB-KA03AKRH
211600          GSOVER-VERSTAENDIGUNGSBEREICH
211700          KA0AKRH-EINGABEBEREICH
211800          KA0AKRH-AUSGABEBEREICH
211900          DUMMY
212000     END-CALL
212100     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
212200     THEN
212300       SET SCAN-GEFUNDEN          TO TRUE
212400     ELSE
212500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
212600       SET SCAN-N-GEFUNDEN        TO TRUE
212700     END-IF
212800     .
212900 8100-LESEN-AKRH-ZEILE-1002.
213000 8100-LESEN-AKRH-ZEILE-EXIT.
213100     EXIT.
213200/---------------------------------------------------------------*
213300* Programmende: Summenzeile und Dateien schliessen              *
213400*---------------------------------------------------------------*
213500 9999-EXIT SECTION.
213600 9999-EXIT-1001.
213700     INITIALIZE RKL-ENDE
213800     MOVE H-JAHR                  TO RKL-X-JAHR
213900     MOVE RKL-ANZ-AK              TO RKL-X-KREISE
214000     MOVE H-ANZ-HOCH              TO RKL-X-HOCH
214100     MOVE H-ANZ-MITTEL            TO RKL-X-MITTEL
214200     MOVE H-ANZ-NIEDRIG           TO RKL-X-NIEDRIG
214300     MOVE H-ANZ-VORSCHLAEGE       TO RKL-X-VORSCHLAEGE
214400     MOVE H-ANZ-SCHWEBEND         TO RKL-X-SCHWEBEND
214500     MOVE H-ANZ-AENDERUNGEN       TO RKL-X-AENDERUNGEN
214600     MOVE RKL-ENDE                TO RKL-DRUCKZEILE
214700     WRITE RKL-DRUCKZEILE
214800     CLOSE RKLPARM
214900     CLOSE RKLAUS
215000     .
215100 9999-EXIT-1002.
215200 9999-EXIT-EXIT.
215300     EXIT.
