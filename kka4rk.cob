000000* ELEMENTKOPF-COBOL-SOURCE ********************************%*
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
000160*@Titel         : Pflege Risikoeinstufung Abstimmkreise
000160*@Elementname   : kka4rk.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Cr_Date       : 20261015.090000
000160*@Produkt       : ak
000160*@Lieferpaket   :
000160*@Liefertiefe   : nur_lesen
000160*@Rekursiv      :
000160*@Kategorie     : sao
000160*@BatchDialog   : beides
000160*@Zugeliefert   :
000160*@Generiert_aus :
000160*@Nicht_manuell :
000160*@Pruefe_aekz   : j
000160*@Querschnitt   :
000160*@SQL           :
000160*@e_element_info
000160*
001000*@Title        : Pflege Risikoeinstufung Abstimmkreise     *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* In diesem KORDOBA Auftrag wird die Verarbeitung fuer die *
001800* fachlichen Anforderungen                                 *
001900* - Pflege der Risikoeinstufung (Tabelle KA02AKRK)         *
002000* durchgefuehrt. Jeder Abstimmkreis kann eine Risikoklasse *
002100* H (hoch), M (mittel) oder N (niedrig) tragen; sie steuert*
002200* die Kontrolldichte (QS-Stichprobe AKAQSP, Eskalations-   *
002300* schwelle AKAESK, Automatikschliessung AKAAMA, Zweit-     *
002400* bestaetigung der Monatszertifizierung AKAC4CE). Die      *
002500* Jahresberechnung AKARKL stellt ihre Vorschlaege ueber    *
002600* KKA4PD ein; manuelle Einstufungen verlangen eine         *
002700* Begruendung. Neuanlage/Aenderung werden nach dem Vier-   *
002800* Augen-Prinzip ueber KKA4PD eingestellt und aktiviert;    *
002900* jede Aktivierung wird in der Historie KA02AKRH           *
003000* festgehalten (Grundlage des Jahresberichts AKARKL).      *
003100*                                                          *
003200*@E-ELEMENTBESCHREIBUNG                                    *
003300*                                                          *
003400*@A-FUNKTION-1                                             *
003500* Neuanlage eines KA02AKRK-Satzes (Insert)                 *
003600*                                                          *
003700* Eingabefeldbelegungen:                                   *
003800* Funktion "01-INT-ANL-AKRK"                               *
003900* KAI4RK1-Gesamtsatz                                       *
004000*                                                          *
004100*@E-FUNKTION-1                                             *
004200*                                                          *
004300*@A-FUNKTION-2                                             *
004400* Aenderung eines KA02AKRK-Satzes (Update)                 *
004500*                                                          *
004600* Eingabefeldbelegungen:                                   *
004700* Funktion "01-INT-AEN-AKRK"                               *
004800* KAI4RK1-Gesamtsatz                                       *
004900*                                                          *
005000*@E-FUNKTION-2                                             *
005100*                                                          *
005200*@A-FUNKTION-3                                             *
005300* Aktivieren einer schwebenden Aenderung (zweiter Benutzer)*
005400*                                                          *
005500* Eingabefeldbelegungen:                                   *
005600* Funktion "01-INT-AKT-AKRK"                               *
005700* KAI4RK1-AK-NUMMER                                        *
005800*                                                          *
005900*@E-FUNKTION-3                                             *
006000*                                                          *
006100*@A-MODULAUFRUF                                            *
006200* Aufruf-Beispiel:                                         *
006300*                                                          *
006400* Aufrufparameter: 1. Funktion               (I)           *
006500*                  2. Konfigurations-Id      (I)           *
006600*                  3. Objekt                 (I)           *
006700*                  4. Verstaendigungsbereich (O)           *
006800*                  5. Eingabebereich         (I)           *
006900*                  6. Ausgabebereich         (O)           *
007000*                  7. Transienter Bereich    (I/O)         *
007100*                                                          *
007200* CALL "CGSAUF"                                            *
007300* USING C-AUF-AUFRUF-AL                                    *
007400*       C-KONFIG-ID-KA                                     *
007500*       C-OBJEKT-AUFTRAG-KKA4RK                            *
007600*       CGSOVER-VERSTAENDIGUNGSBEREICH                     *
007700*       KAI4RK1-EINGABEBEREICH                             *
007800*       KAO4RK1-AUSGABEBEREICH                             *
007900*                                                          *
008000*@E-MODULAUFRUF                                            *
008100*                                                          *
008200*@A-RETURNCODE                                             *
008300* Meldungen/Returncodes:                                   *
008400* ----------------------                                   *
008500*                                                          *
008600* Folgende Fehlermeldungen werden von diesem KORDOBA-Auftrag*
008700* zurueckgegeben bzw. in den Meldungs-Pool eingetragen:    *
008800* KA0000 : Verarbeitung erfolgreich durchgefuehrt          *
008900* KA4944 : Risikoklasse nur H, M oder N zulaessig          *
009000* KA4945 : Begruendung der Einstufung fehlt                *
009100* KA4946 : Abstimmkreis nicht vorhanden                    *
009200* KA4947 : Risikoeinstufung bereits vorhanden              *
009300* KA4948 : Risikoeinstufung nicht vorhanden                *
009400* KA4899 : Aenderung zur Freigabe vorgemerkt               *
009500*                                                          *
009600*@E-RETURNCODE                                             *
009700*                                                          *
009800*@A-ENTRY                                                  *
009900* Entryname       : KKA4RK                                 *
010000*                                                          *
010100*@E-ENTRY                                                  *
010200*                                                          *
010300*@A-MODUL                                                  *
010400* Gerufene Moduln/Auftraege:                               *
010500* CGSTAB   Zugriff auf Parametertabellen (TABEX)           *
010600* CGSMEL   Meldungsschnittstelle                           *
010700* KKA4PD   Schwebende Aenderungen (Vier-Augen-Prinzip)     *
010800*                                                          *
010900*@E-MODUL                                                  *
011000*                                                          *
011100*@A-COBOL-COPY                                             *
011200* Benoetigte Cobol-Copies:                                 *
011300* CGSI0MEL: Eingabebereich Meldungstabelle                 *
011400* CGSO0MEL: Ausgabebereich Meldungstabelle                 *
011500* CGSOMEL : Ausgabebereich Meldungsschnittstelle           *
011600* CGSTMEL : transienter Bereich Meldungsschnittstelle      *
011700* CGSOVER : Verstaendigungsbereich                         *
011800* CGSTTAB : transienter Bereich Zugriff Parametertabellen  *
011900* CGSO0ANM: Copy fuer taskspez. Anmeldedaten               *
012000* CKAI0ARK: Eingabebereich TABEX KA02AKRK                  *
012100* CKAO0ARK: Ausgabebereich TABEX KA02AKRK                  *
012200* CKAI0ARH: Eingabebereich TABEX KA02AKRH                  *
012300* CKAO0ARH: Ausgabebereich TABEX KA02AKRH                  *
012400* CKAI0AKR: Eingabebereich TABEX KA01AKRS                  *
012500* CKAO0AKR: Ausgabebereich TABEX KA01AKRS                  *
012600* CKAI4RK1: Eingabebereich KKA4RK                          *
012700* CKAO4RK1: Ausgabebereich KKA4RK                          *
012800* CKAIPD  : Ein-/Ausgabebereich KKA4PD                     *
012900* DCTGRCGE: Meldungsgewichte                               *
013000*                                                          *
013100*@E-COBOL-COPY                                             *
013200*                                                          *
013300*@A-TABELLE                                                *
013400* TABEX-Tabellen  : KA02AKRK, KA02AKRH, KA01AKRS           *
013500*                                                          *
013600*@E-TABELLE                                                *
013700*                                                          *
013800*@A-BENUTZERSATZ                                           *
013900* Benutzersaetze  : entfallen                              *
014000*                                                          *
014100*@E-BENUTZERSATZ                                           *
014200*                                                          *
014300*@A-DATEI                                                  *
014400* Dateien         : entfallen                              *
014500*                                                          *
014600*@E-DATEI                                                  *
014700*                                                          *
014800*@A-KONVENTIONEN                                           *
014900*@E-KONVENTIONEN                                           *
015000*                                                          *
015100*@A-DOKUMENT                                               *
015200* Die fachliche Beschreibung ist im Dokument               *
015300* - C24_K12.01_Fachkonzept_Kontoabstimmung.docx            *
015400* hinterlegt.                                              *
015500*@E-DOKUMENT                                               *
015600*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58806                                               *      D01
090052*     Neuanlage: Pflege der Risikoeinstufung KA02AKRK,     *      D01
090053*     analog KKA4WA inkl. Vier-Augen-Prinzip; Aktivierung  *      D01
090054*     mit Freigeber und Eintrag in die Historie KA02AKRH.  *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. KKA4RK.
100400/
100500 ENVIRONMENT DIVISION.
100600 CONFIGURATION SECTION.
100700 SPECIAL-NAMES.
100800     DECIMAL-POINT     IS COMMA.
100900/
101000 DATA DIVISION.
101100 WORKING-STORAGE SECTION.
101200*
101300*    PLATZHALTER FUER VERSIONSINFORMATIONEN
101400*
101500 01  VERS-INF.
101600     05  FILLER PIC X(13) VALUE "ELEM=kka4rk  ".
101700     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101800*****************************************************************
101900************** Konstanten-Definitionen **************************
102000*****************************************************************
102100/---------------------------------------------------------------*
102200* Returncode-Gewichte                                           *
102300*---------------------------------------------------------------*
102400 COPY DCTGRCGE.
102500*---------------------------------------------------------------*
102600* Meldungscodes                                                 *
102700*---------------------------------------------------------------*
102800 01 MELDUNGSCODES.
102900    05 C-OBJEKT-KA0000            PIC X(006) VALUE "KA0000".
103000    05 C-OBJEKT-KA4944            PIC X(006) VALUE "KA4944".
103100    05 C-OBJEKT-KA4945            PIC X(006) VALUE "KA4945".
103200    05 C-OBJEKT-KA4946            PIC X(006) VALUE "KA4946".
103300    05 C-OBJEKT-KA4947            PIC X(006) VALUE "KA4947".
103400    05 C-OBJEKT-KA4948            PIC X(006) VALUE "KA4948".
103500    05 C-OBJEKT-KA5002            PIC X(006) VALUE "KA5002".
103600/---------------------------------------------------------------*
103700* Lokale Konstante fuer KORDOBA-Auftrag KKA4RK                  *
103800*---------------------------------------------------------------*
103900 01 KONSTANTE-KKA4RK.
104000    05 C-01-INT-ANL-AKRK          PIC X(040) VALUE
104100                                  "01-INT-ANL-AKRK".
104200    05 C-01-INT-AEN-AKRK          PIC X(040) VALUE
104300                                  "01-INT-AEN-AKRK".
104400    05 C-01-INT-AKT-AKRK          PIC X(040) VALUE
104500                                  "01-INT-AKT-AKRK".
104600    05 C-01-INT-PD-EINSTELLEN     PIC X(040) VALUE
104700                                  "01-INT-PD-EINSTELLEN".
104800    05 C-01-INT-PD-AKTIVIEREN     PIC X(040) VALUE
104900                                  "01-INT-PD-AKTIVIEREN".
105000    05 C-TABELLE-AKRK             PIC X(009) VALUE "KA02AKRK".
105100    05 C-OBJEKT-KA4899            PIC X(006) VALUE "KA4899".
105200    05 C-KONFIG-ID-KA             PIC X(002) VALUE "KA".
105300    05 C-KONFIG-ID-GS             PIC X(002) VALUE "GS".
105400    05 C-KKA4RK                   PIC X(008) VALUE "KKA4RK".
105500    05 C-AUF-AUFRUF-AL            PIC X(040) VALUE "AUFRUF-AL".
105600    05 C-GELDKTO-UMSATZ-ABSTIMM   PIC X(002) VALUE "GU".
105700/---------------------------------------------------------------*
105800* CGSTAB                                                        *
105900*---------------------------------------------------------------*
106000 01 CGSTAB-DEFINITIONEN.
106100    05 C-OBJEKT-TAB-KA02AKRK      PIC X(009) VALUE "KA02AKRK".
106200    05 C-OBJEKT-TAB-KA02AKRH      PIC X(009) VALUE "KA02AKRH".
106300    05 C-OBJEKT-TAB-KA01AKRS      PIC X(009) VALUE "KA01AKRS".
106400    05 C-OBJEKT-TAB-ANMELDEDATEN  PIC X(020) VALUE "ANMELDEDATEN".
106500    05 C-TAB-LESEN-EQUAL          PIC X(040) VALUE "LESEN-EQUAL".
106600    05 C-TAB-SCHREIBEN-EQUAL      PIC X(040)
106700                                  VALUE "SCHREIBEN-EQUAL".
106800    05 C-TAB-ANM-DAT-LESEN        PIC X(040) VALUE
106900                                  "ANM-DAT-LESEN".
107000/---------------------------------------------------------------*
107100* CGSMEL                                                        *
107200*---------------------------------------------------------------*
107300 01 CGSMEL-DEFINITIONEN.
107400     05 C-MEL-EINTRAGEN           PIC X(040) VALUE "EINTRAGEN".
107500     05 C-MEL-AUSTRAGEN           PIC X(040) VALUE "AUSTRAGEN".
107600     05 C-OBJEKT-MEL-GSPOOL       PIC X(006) VALUE SPACE.
107700/---------------------------------------------------------------*
107800*   LOKALE ARBEITSFELDER                                        *
107900*---------------------------------------------------------------*
108000 LOCAL-STORAGE SECTION.
108100/---------------------------------------------------------------*
108200* Meldungsschnittstelle                                         *
108300*---------------------------------------------------------------*
108400 COPY CGSOMEL.
108500 COPY CGSTMEL.
108600/---------------------------------------------------------------*
108700* Ein-/Ausgabebereich TABEX-Zugriff KA02AKRK, KA02AKRH und      *
108800* KA01AKRS                                                      *
108900*---------------------------------------------------------------*
109000 COPY CKAI0ARK.
109100 COPY CKAO0ARK.
109200 COPY CKAI0ARH.
109300 COPY CKAO0ARH.
109400 COPY CKAI0AKR.
109500 COPY CKAO0AKR.
109600/---------------------------------------------------------------*
109700* Meldungstabelle                                               *
109800*---------------------------------------------------------------*
109900 COPY CGSI0MEL.
110000 COPY CGSO0MEL.
110100/---------------------------------------------------------------*
110200* Anmeldedaten                                                  *
110300*---------------------------------------------------------------*
110400 COPY CGSO0ANM.
110500* Uebergabeparameter fuer CGSTAB                                *
110600*---------------------------------------------------------------*
110700 COPY CGSTTAB.
110800 COPY CKAIPD.
110900 01 H-ALT-DATEN                   PIC X(200).
111000*   Satzbild vor der Aenderung (Klasse fuer die Historie)
111100 01 H-ALT-SATZ.
111200     05 H-ALT-AK-NUMMER           PIC 9(005).
111300     05 H-ALT-KLASSE              PIC X(001).
111400     05 FILLER                    PIC X(194).
111500/---------------------------------------------------------------*
111600* Hilfsfelder                                                   *
111700*---------------------------------------------------------------*
111800 01 H-MELDUNGS-OBJEKT             PIC X(006).
111900 01 H-FUNKTION.
112000     05 H-FUNKTION-MLD            PIC X(020).
112100     05 H-FUNKTION-REST           PIC X(020).
112200 01 DUMMY                         PIC X(001).
112300 01 H-DATUM                       PIC 9(008).
112400 01 H-UHRZEIT                     PIC 9(008).
112500*   Kennzeichen: Sprache der Meldungstexte (aus Anmeldedaten)
112600 01 H-SPRACHE-KZ                  PIC X(001).
112700    88 SPRACHE-DEUTSCH            VALUE "D".
112800    88 SPRACHE-ENGLISCH           VALUE "E".
112900/****************************************************************
113000 LINKAGE SECTION.
113100*****************************************************************
113200*---------------------------------------------------------------*
113300* Funktion                                                      *
113400*---------------------------------------------------------------*
113500 01 AUF-FUNKTION                  PIC X(040).
113600*---------------------------------------------------------------*
113700* Konfigurations-Kennzeichen                                    *
113800*---------------------------------------------------------------*
113900 01 KONFIG-ID                     PIC X(002).
114000*---------------------------------------------------------------*
114100* Auftragsname                                                  *
114200*---------------------------------------------------------------*
114300 01 OBJEKT-AUFTRAGS-ID            PIC X(020).
114400*---------------------------------------------------------------*
114500* VerstAendigungsbereich des Aufrufers                          *
114600*---------------------------------------------------------------*
114700 COPY CGSOVER.
114800*---------------------------------------------------------------*
114900* Eingabebereich fuer den StandAlone-Auftrag KKA4RK             *
115000*---------------------------------------------------------------*
115100 01 LS-EINGABEBEREICH             PIC X(001).
115200 01 LS-EIN-BER-01                 REDEFINES LS-EINGABEBEREICH.
115300     COPY CKAI4RK1                REPLACING 01 BY 05,
115400                                  ==(01)== BY ==(01)==.
115500*---------------------------------------------------------------*
115600* Ausgabebereich fuer den StandAlone-Auftrag KKA4RK             *
115700*---------------------------------------------------------------*
115800 01 LS-AUSGABEBEREICH             PIC X(001).
115900 01 LS-AUS-BER-01                 REDEFINES LS-AUSGABEBEREICH.
116000     COPY CKAO4RK1                REPLACING 01 BY 05,
116100                                  ==(01)== BY ==(01)==.
116200*---------------------------------------------------------------*
116300* DUMMYS                                                        *
116400*---------------------------------------------------------------*
116500 01 TB-DUMMY                      PIC X(001).
116600/
116700 PROCEDURE DIVISION
116800     USING AUF-FUNKTION
116900           KONFIG-ID
117000           OBJEKT-AUFTRAGS-ID
117100           GSOVER-VERSTAENDIGUNGSBEREICH
117200           LS-EINGABEBEREICH
117300           LS-AUSGABEBEREICH
117400           TB-DUMMY
117500           .
117600/---------------------------------------------------------------*
117700* Hier wird die Steuerung des KORDOBA-Auftrags durchgefuehrt    *
117800*---------------------------------------------------------------*
117900 STEUER-KKA4RK SECTION.
118000 STEUER-KKA4RK-1001.
118100     PERFORM INITIALISIERUNG
118200     EVALUATE KAI4RK1-FUNKTION
118300     WHEN C-01-INT-ANL-AKRK
118400       PERFORM VERARB-ANL-AKRK
118500     WHEN C-01-INT-AEN-AKRK
118600       PERFORM VERARB-AEN-AKRK
118700     WHEN C-01-INT-AKT-AKRK
118800       PERFORM VERARB-AKT-AKRK
118900     WHEN OTHER
119000* KA5002: @@@@@@@@: Unbekannte Funktion @@@@@@@@@@@@@@@@@@@@
119100       MOVE C-OBJEKT-KA5002       TO H-MELDUNGS-OBJEKT
119200       MOVE C-KKA4RK              TO GSTMEL-VAR-TEXT-1
119300       MOVE KAI4RK1-FUNKTION      TO H-FUNKTION
119400       MOVE H-FUNKTION-MLD        TO GSTMEL-VAR-TEXT-2
119500       PERFORM MELDUNG-EINTRAGEN
119600       GO TO PROGRAMM-VERLASSEN
119700     END-EVALUATE
119800     .
119900 STEUER-KKA4RK-1002.
120000     GO TO PROGRAMM-VERLASSEN.
120100/---------------------------------------------------------------*
120200* Eingaben pruefen: Klasse H/M/N und Begruendung                *
120300*---------------------------------------------------------------*
120400 PRUEFEN-EINGABE-AKRK SECTION.
120500 PRUEFEN-EINGABE-AKRK-1001.
120600     MOVE KAI4RK1-KLASSE          TO KAO0ARK-KLASSE
120700     IF NOT KAO0ARK-KLASSE-GUELTIG
120800     THEN
120900* KA4944: Risikoklasse nur H, M oder N zulaessig @@@@@@@@@@@@@@@
121000       MOVE C-OBJEKT-KA4944       TO H-MELDUNGS-OBJEKT
121100       PERFORM MELDUNG-EINTRAGEN
121200       GO TO PROGRAMM-VERLASSEN
121300     END-IF
121400     IF KAI4RK1-BEGRUENDUNG       = SPACE
121500     THEN
121600* KA4945: Begruendung der Einstufung fehlt @@@@@@@@@@@@@@@@@@@@@
121700       MOVE C-OBJEKT-KA4945       TO H-MELDUNGS-OBJEKT
121800       PERFORM MELDUNG-EINTRAGEN
121900       GO TO PROGRAMM-VERLASSEN
122000     END-IF
122100     .
122200 PRUEFEN-EINGABE-AKRK-1002.
122300     EXIT.
122400/---------------------------------------------------------------*
122500* Neuanlage                                                     *
122600*---------------------------------------------------------------*
122700 VERARB-ANL-AKRK SECTION.
122800 VERARB-ANL-AKRK-1001.
122900     PERFORM PRUEFEN-EINGABE-AKRK
123000*
123100     PERFORM PRUEFEN-ANL-AKRK
123200*
123300     INITIALIZE KAO0ARK-AUSGABEBEREICH
123400     PERFORM EINGABEBEREICH-FUELLEN-1
123500*
123600     MOVE SPACE                   TO H-ALT-DATEN
123700     PERFORM PD-EINSTELLEN-VIER-AUGEN
123800*
123900     PERFORM AUSGABEBEREICH-FUELLEN-1
124000     .
124100 VERARB-ANL-AKRK-1002.
124200     EXIT.
124300/---------------------------------------------------------------*
124400* Pruefen, ob bei Neuanlage der Abstimmkreis vorhanden und      *
124500* noch nicht eingestuft ist                                     *
124600*---------------------------------------------------------------*
124700 PRUEFEN-ANL-AKRK SECTION.
124800 PRUEFEN-ANL-AKRK-1001.
124900     MOVE C-GELDKTO-UMSATZ-ABSTIMM
125000                                  TO KAI0AKR-ABSTIMM-ART
125100     MOVE KAI4RK1-AK-NUMMER       TO KAI0AKR-AK-NUMMER
125200     CALL "CGSTAB"
125300     USING C-TAB-LESEN-EQUAL
125400           C-KONFIG-ID-KA
125500           C-OBJEKT-TAB-KA01AKRS
125600           GSOVER-VERSTAENDIGUNGSBEREICH
125700           KAI0AKR-EINGABEBEREICH
125800           KAO0AKR-AUSGABEBEREICH
125900           GSTTAB-EIN-AUSGABEBEREICH
126000     END-CALL
126100     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
126200     THEN
126300* KA4946: Abstimmkreis nicht vorhanden @@@@@@@@@@@@@@@@@@@@@@@@@
126400       MOVE C-OBJEKT-KA4946       TO H-MELDUNGS-OBJEKT
126500       PERFORM MELDUNG-EINTRAGEN
126600       GO TO PROGRAMM-VERLASSEN
126700     ELSE
126800       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
126900       THEN
127000         GO TO PROGRAMM-VERLASSEN
127100       END-IF
127200     END-IF
127300*
127400     PERFORM DB-ZUGRIFF-LESEN-AKRK
127500*
127600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
127700     THEN
127800* KA4947: Risikoeinstufung bereits vorhanden @@@@@@@@@@@@@@@@@@@
127900       MOVE C-OBJEKT-KA4947       TO H-MELDUNGS-OBJEKT
128000       PERFORM MELDUNG-EINTRAGEN
128100       GO TO PROGRAMM-VERLASSEN
128200     ELSE
128300       IF GSOVER-GEWICHT          NOT = C-GEW-ZUSTAND
128400       THEN
128500         GO TO PROGRAMM-VERLASSEN
128600       END-IF
128700     END-IF
128800     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
128900     .
129000 PRUEFEN-ANL-AKRK-1002.
129100     EXIT.
129200/---------------------------------------------------------------*
129300* Aenderung mit Vorhandensein-Check; Kennzahlen und Punktwert   *
129400* der Jahresberechnung bleiben erhalten                         *
129500*---------------------------------------------------------------*
129600 VERARB-AEN-AKRK SECTION.
129700 VERARB-AEN-AKRK-1001.
129800     PERFORM PRUEFEN-EINGABE-AKRK
129900*
130000     PERFORM PRUEFEN-AEN-AKRK
130100*
130200     PERFORM EINGABEBEREICH-FUELLEN-1
130300*
130400     PERFORM PD-EINSTELLEN-VIER-AUGEN
130500*
130600     PERFORM AUSGABEBEREICH-FUELLEN-1
130700     .
130800 VERARB-AEN-AKRK-1002.
130900     EXIT.
131000/---------------------------------------------------------------*
131100* Pruefen, ob bei Aenderung die Einstufung ueberhaupt           *
131200* vorhanden ist                                                 *
131300*---------------------------------------------------------------*
131400 PRUEFEN-AEN-AKRK SECTION.
131500 PRUEFEN-AEN-AKRK-1001.
131600     PERFORM DB-ZUGRIFF-LESEN-AKRK
131700*
131800     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
131900     THEN
132000* KA4948: Risikoeinstufung nicht vorhanden @@@@@@@@@@@@@@@@@@@@@
132100       MOVE C-OBJEKT-KA4948       TO H-MELDUNGS-OBJEKT
132200       PERFORM MELDUNG-EINTRAGEN
132300       GO TO PROGRAMM-VERLASSEN
132400     ELSE
132500       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
132600       THEN
132700         GO TO PROGRAMM-VERLASSEN
132800       END-IF
132900     END-IF
133000     MOVE KAO0ARK-AUSGABEBEREICH  TO H-ALT-DATEN
133100     .
133200 PRUEFEN-AEN-AKRK-1002.
133300     EXIT.
133400/---------------------------------------------------------------*
133500* Lesender TABEX-Zugriff KA02AKRK                               *
133600*---------------------------------------------------------------*
133700 DB-ZUGRIFF-LESEN-AKRK SECTION.
133800 DB-ZUGRIFF-LESEN-AKRK-1001.
133900     MOVE KAI4RK1-AK-NUMMER       TO KAI0ARK-AK-NUMMER
134000*
134100     CALL "CGSTAB"
134200     USING C-TAB-LESEN-EQUAL
134300           C-KONFIG-ID-KA
134400           C-OBJEKT-TAB-KA02AKRK
134500           GSOVER-VERSTAENDIGUNGSBEREICH
134600           KAI0ARK-EINGABEBEREICH
134700           KAO0ARK-AUSGABEBEREICH
134800           GSTTAB-EIN-AUSGABEBEREICH
134900     END-CALL
135000     .
135100 DB-ZUGRIFF-LESEN-AKRK-1002.
135200     EXIT.
135300/---------------------------------------------------------------*
135400* Schreibender TABEX-Zugriff KA02AKRK                           *
135500*---------------------------------------------------------------*
135600 DB-ZUGRIFF-SCHREIBEN-AKRK SECTION.
135700 DB-ZUGRIFF-SCHREIBEN-AKRK-1001.
135800     CALL "CGSTAB"
135900     USING C-TAB-SCHREIBEN-EQUAL
136000           C-KONFIG-ID-KA
136100           C-OBJEKT-TAB-KA02AKRK
136200           GSOVER-VERSTAENDIGUNGSBEREICH
136300           KAI0ARK-EINGABEBEREICH
136400           KAO0ARK-AUSGABEBEREICH
136500           GSTTAB-EIN-AUSGABEBEREICH
136600     END-CALL
136700*
136800     EVALUATE GSOVER-GEWICHT
136900       WHEN C-GEW-NICHT-GESETZT
137000         CONTINUE
137100       WHEN C-GEW-ZUSTAND
137200         CONTINUE
137300       WHEN OTHER
137400         GO TO PROGRAMM-VERLASSEN
137500     END-EVALUATE
137600     .
137700 DB-ZUGRIFF-SCHREIBEN-AKRK-1002.
137800     EXIT.
137900/---------------------------------------------------------------*
138000* Historiensatz KA02AKRH zur aktivierten Einstufung schreiben   *
138100*---------------------------------------------------------------*
138200 DB-ZUGRIFF-SCHREIBEN-AKRH SECTION.
138300 DB-ZUGRIFF-SCHREIBEN-AKRH-1001.
138400     MOVE KAOPD-ALT-DATEN         TO H-ALT-SATZ
138500     MOVE KAO0ARK-AK-NUMMER       TO KAI0ARH-AK-NUMMER
138600     MOVE H-DATUM                 TO KAI0ARH-DATUM
138700     MOVE H-UHRZEIT               TO KAI0ARH-UHRZEIT
138800     MOVE H-ALT-KLASSE            TO KAO0ARH-KLASSE-ALT
138900     MOVE KAO0ARK-KLASSE          TO KAO0ARH-KLASSE-NEU
139000     MOVE KAO0ARK-HERKUNFT        TO KAO0ARH-HERKUNFT
139100     MOVE KAO0ARK-PUNKTE          TO KAO0ARH-PUNKTE
139200     MOVE KAO0ARK-ERFASSER        TO KAO0ARH-ERFASSER
139300     MOVE KAO0ARK-ERF-DATUM       TO KAO0ARH-ERF-DATUM
139400     MOVE KAO0ARK-FREIGEBER       TO KAO0ARH-FREIGEBER
139500     MOVE KAO0ARK-BEGRUENDUNG     TO KAO0ARH-BEGRUENDUNG
139600     CALL "CGSTAB"
139700     USING C-TAB-SCHREIBEN-EQUAL
139800           C-KONFIG-ID-KA
139900           C-OBJEKT-TAB-KA02AKRH
140000           GSOVER-VERSTAENDIGUNGSBEREICH
140100           KAI0ARH-EINGABEBEREICH
140200           KAO0ARH-AUSGABEBEREICH
140300           GSTTAB-EIN-AUSGABEBEREICH
140400     END-CALL
140500*
140600     EVALUATE GSOVER-GEWICHT
140700       WHEN C-GEW-NICHT-GESETZT
140800         CONTINUE
140900       WHEN C-GEW-ZUSTAND
141000         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
141100       WHEN OTHER
141200         GO TO PROGRAMM-VERLASSEN
141300     END-EVALUATE
141400     .
141500 DB-ZUGRIFF-SCHREIBEN-AKRH-1002.
141600     EXIT.
141700/---------------------------------------------------------------*
141800* Eingabebereich fuellen KAI0ARK/KAO0ARK (Schluessel und Daten);*
141900* manuelle Einstufung mit Erfasser, Freigabe erst bei Aktivierung*
142000*---------------------------------------------------------------*
142100 EINGABEBEREICH-FUELLEN-1 SECTION.
142200 EINGABEBEREICH-FUELLEN-1-1001.
142300     ACCEPT H-DATUM               FROM DATE YYYYMMDD
142400     MOVE KAI4RK1-AK-NUMMER       TO KAI0ARK-AK-NUMMER
142500     MOVE KAI4RK1-AK-NUMMER       TO KAO0ARK-AK-NUMMER
142600     MOVE KAI4RK1-KLASSE          TO KAO0ARK-KLASSE
142700     SET KAO0ARK-MANUELL          TO TRUE
142800     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
142900                                  TO KAO0ARK-ERFASSER
143000     MOVE H-DATUM                 TO KAO0ARK-ERF-DATUM
143100     MOVE SPACE                   TO KAO0ARK-FREIGEBER
143200     MOVE ZERO                    TO KAO0ARK-FREIGABE-DATUM
143300     MOVE KAI4RK1-BEGRUENDUNG     TO KAO0ARK-BEGRUENDUNG
143400     .
143500 EINGABEBEREICH-FUELLEN-1-1002.
143600     EXIT.
143700/---------------------------------------------------------------*
143800* Ausgabebereich fuellen KAO4RK1                                *
143900*---------------------------------------------------------------*
144000 AUSGABEBEREICH-FUELLEN-1 SECTION.
144100 AUSGABEBEREICH-FUELLEN-1-1001.
144200     MOVE KAO0ARK-AK-NUMMER       TO KAO4RK1-AK-NUMMER
144300     MOVE KAO0ARK-KLASSE          TO KAO4RK1-KLASSE
144400     MOVE KAO0ARK-KLASSE-BERECHNET
144500                                  TO KAO4RK1-KLASSE-BERECHNET
144600     MOVE KAO0ARK-PUNKTE          TO KAO4RK1-PUNKTE
144700     MOVE KAO0ARK-BERECHNUNG-JAHR TO KAO4RK1-BERECHNUNG-JAHR
144800     MOVE KAO0ARK-HERKUNFT        TO KAO4RK1-HERKUNFT
144900     MOVE KAO0ARK-ERFASSER        TO KAO4RK1-ERFASSER
145000     MOVE KAO0ARK-ERF-DATUM       TO KAO4RK1-ERF-DATUM
145100     MOVE KAO0ARK-FREIGEBER       TO KAO4RK1-FREIGEBER
145200     MOVE KAO0ARK-FREIGABE-DATUM  TO KAO4RK1-FREIGABE-DATUM
145300     MOVE KAO0ARK-BEGRUENDUNG     TO KAO4RK1-BEGRUENDUNG
145400     .
145500 AUSGABEBEREICH-FUELLEN-1-1002.
145600     EXIT.
145700/---------------------------------------------------------------*
145800* Aenderung als schwebenden Satz einstellen (Vier-Augen-        *
145900* Prinzip, Dienst KKA4PD)                                       *
146000*---------------------------------------------------------------*
146100 PD-EINSTELLEN-VIER-AUGEN SECTION.
146200 PD-EINSTELLEN-VIER-AUGEN-1001.
146300     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
146400     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION
146500     MOVE C-TABELLE-AKRK          TO KAIPD-TABELLE
146600     MOVE KAI0ARK-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
146700     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
146800                                  TO KAIPD-BENUTZER
146900     MOVE H-ALT-DATEN             TO KAIPD-ALT-DATEN
147000     MOVE KAO0ARK-AUSGABEBEREICH  TO KAIPD-NEU-DATEN
147100     CALL "KKA4PD"
147200     USING KAIPD-EINGABEBEREICH
147300           KAOPD-AUSGABEBEREICH
147400           GSOVER-VERSTAENDIGUNGSBEREICH
147500     END-CALL
147600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
147700     THEN
147800       GO TO PROGRAMM-VERLASSEN
147900     END-IF
148000*    KA4899 Aenderung zur Freigabe vorgemerkt
148100     MOVE C-OBJEKT-KA4899         TO H-MELDUNGS-OBJEKT
148200     PERFORM MELDUNG-EINTRAGEN
148300     .
148400 PD-EINSTELLEN-VIER-AUGEN-1002.
148500     EXIT.
148600/---------------------------------------------------------------*
148700* Schwebende Aenderung aktivieren (zweiter Benutzer), den       *
148800* Tabellenzugriff mit dem gespeicherten Satzbild ausfuehren und *
148900* die Einstufung mit Freigeber in der Historie festhalten       *
149000*---------------------------------------------------------------*
149100 VERARB-AKT-AKRK SECTION.
149200 VERARB-AKT-AKRK-1001.
149300     MOVE KAI4RK1-AK-NUMMER       TO KAI0ARK-AK-NUMMER
149400     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
149500     MOVE C-01-INT-PD-AKTIVIEREN  TO KAIPD-FUNKTION
149600     MOVE C-TABELLE-AKRK          TO KAIPD-TABELLE
149700     MOVE KAI0ARK-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
149800     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
149900                                  TO KAIPD-BENUTZER
150000     CALL "KKA4PD"
150100     USING KAIPD-EINGABEBEREICH
150200           KAOPD-AUSGABEBEREICH
150300           GSOVER-VERSTAENDIGUNGSBEREICH
150400     END-CALL
150500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
150600     THEN
150700       MOVE GSOVER-RETURNCODE (1:6)
150800                                  TO H-MELDUNGS-OBJEKT
150900       PERFORM MELDUNG-EINTRAGEN
151000       GO TO PROGRAMM-VERLASSEN
151100     END-IF
151200     ACCEPT H-DATUM               FROM DATE YYYYMMDD
151300     ACCEPT H-UHRZEIT             FROM TIME
151400     MOVE KAOPD-NEU-DATEN         TO KAO0ARK-AUSGABEBEREICH
151500     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
151600                                  TO KAO0ARK-FREIGEBER
151700     MOVE H-DATUM                 TO KAO0ARK-FREIGABE-DATUM
151800     PERFORM DB-ZUGRIFF-SCHREIBEN-AKRK
151900     PERFORM DB-ZUGRIFF-SCHREIBEN-AKRH
152000     PERFORM AUSGABEBEREICH-FUELLEN-1
152100     .
152200 VERARB-AKT-AKRK-1002.
152300     EXIT.
152400/---------------------------------------------------------------*
152500* Programminitialisierung                                       *
152600*---------------------------------------------------------------*
152700 INITIALISIERUNG SECTION.
152800 INITIALISIERUNG-1001.
152900     INITIALIZE                   GSTMEL-TRANSIENTER-BEREICH
153000     MOVE SPACE                   TO H-FUNKTION
153100*
153200     PERFORM LESEN-ANMELDEDATEN
153300     .
153400 INITIALISIERUNG-1002.
153500     EXIT.
153600/---------------------------------------------------------------*
153700* Lesen der Anmeldedaten                                        *
153800*---------------------------------------------------------------*
153900 LESEN-ANMELDEDATEN SECTION.
154000 LESEN-ANMELDEDATEN-1001.
154100     CALL "CGSTAB"
154200     USING C-TAB-ANM-DAT-LESEN
154300           C-KONFIG-ID-GS
154400           C-OBJEKT-TAB-ANMELDEDATEN
154500           GSOVER-VERSTAENDIGUNGSBEREICH
154600           DUMMY
154700           GSO0ANM-AUSGABEBEREICH
154800           GSTTAB-EIN-AUSGABEBEREICH
154900     END-CALL
155000
155100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
155200     THEN
155300       GO TO PROGRAMM-VERLASSEN
155400     ELSE
155500       MOVE GSO0ANM-SPRACHE-KZ    TO H-SPRACHE-KZ
155600       IF NOT SPRACHE-ENGLISCH
155700       THEN
155800         SET SPRACHE-DEUTSCH      TO TRUE
155900       END-IF
156000     END-IF
156100      .
156200 LESEN-ANMELDEDATEN-1002.
156300     EXIT.
156400/---------------------------------------------------------------*
156500* Meldung eintragen                                             *
156600*---------------------------------------------------------------*
156700 MELDUNG-EINTRAGEN SECTION.
156800 MELDUNG-EINTRAGEN-1001.
156900     CALL "CGSMEL"
157000     USING C-MEL-EINTRAGEN
157100           C-KONFIG-ID-KA
157200           H-MELDUNGS-OBJEKT
157300           GSOVER-VERSTAENDIGUNGSBEREICH
157400           H-SPRACHE-KZ
157500           GSOMEL-AUSGABEBEREICH
157600           GSTMEL-TRANSIENTER-BEREICH
157700     END-CALL
157800*
157900     IF GSOVER-GEWICHT            > C-GEW-FEHLER
158000     THEN
158100       GO TO PROGRAMM-VERLASSEN
158200     ELSE
158300       MOVE H-MELDUNGS-OBJEKT     TO GSOVER-RETURNCODE
158400     END-IF
158500     .
158600 MELDUNG-EINTRAGEN-1002.
158700     EXIT.
158800/*-------------------------------------------------------------*
158900* Meldungen aus Meldungspool loeschen.                         *
159000*--------------------------------------------------------------*
159100 MELDUNG-AUSTRAGEN SECTION.
159200 MELDUNG-AUSTRAGEN-1001.
159300     CALL "CGSMEL"
159400     USING C-MEL-AUSTRAGEN
159500           C-KONFIG-ID-KA
159600           C-OBJEKT-MEL-GSPOOL
159700           GSOVER-VERSTAENDIGUNGSBEREICH
159800           DUMMY
159900           GSOMEL-AUSGABEBEREICH
160000           GSTMEL-TRANSIENTER-BEREICH
160100
160200     IF GSOMEL-MAX-GEW > C-GEW-WARNUNG
160300     THEN
160400       GO TO PROGRAMM-VERLASSEN
160500     END-IF
160600     .
160700 MELDUNG-AUSTRAGEN-1002.
160800     EXIT.
160900/---------------------------------------------------------------*
161000* Verlassen des Programms ueber einen Ausstiegspunkt            *
161100*---------------------------------------------------------------*
161200 PROGRAMM-VERLASSEN SECTION.
161300 PROGRAMM-VERLASSEN-1001.
161400     EXIT PROGRAM.
161500 PROGRAMM-VERLASSEN-1002.
161600     EXIT.
