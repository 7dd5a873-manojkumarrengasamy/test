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
000160*@Titel         : Pflege Waehrungsstamm
000160*@Elementname   : kka4wa.cob
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
001000*@Title        : Pflege Waehrungsstamm                      *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* In diesem KORDOBA Auftrag wird die Verarbeitung fuer die  *
001900* fachlichen Anforderungen                                  *
002000* - Pflege des Waehrungsstamms (Tabelle KA00AKWA)           *
002100* durchgefuehrt. Die Tabelle KA00AKWA ordnet jedem ISO-     *
002110* Waehrungscode die ISO-Nummer, die Anzahl Nachkomma-       *
002120* stellen (0, 2 oder 3), eine Bezeichnung sowie ein Aktiv-  *
002130* Kennzeichen zu. Rundung und Anzeige der Betraege aller    *
002140* Posten erfolgen ueber den Dienst AKAWAE mit dieser        *
002150* Genauigkeit. Neuanlage/Aenderung werden nach dem Vier-    *
002160* Augen-Prinzip ueber KKA4PD eingestellt und aktiviert.     *
002200*                                                           *
002300*@E-ELEMENTBESCHREIBUNG                                     *
002400*                                                           *
002500*@A-FUNKTION-1                                              *
002600* Neuanlage eines KA00AKWA-Satzes (Insert)                  *
002700*                                                           *
002800* Eingabefeldbelegungen:                                    *
002900* Funktion "01-INT-ANL-AKWA"                                *
003000* KAI4WA1-Gesamtsatz                                        *
003200*                                                           *
003300*@E-FUNKTION-1                                              *
003400*                                                           *
003500*@A-FUNKTION-2                                              *
003600* Aenderung eines KA00AKWA-Satzes (Update)                  *
003700*                                                           *
003800* Eingabefeldbelegungen:                                    *
003900* Funktion "01-INT-AEN-AKWA"                                *
004000* KAI4WA1-Gesamtsatz                                        *
004100*                                                           *
004200*@E-FUNKTION-2                                              *
004210*                                                           *
004220*@A-FUNKTION-3                                              *
004230* Aktivieren einer schwebenden Aenderung (zweiter Benutzer) *
004240*                                                           *
004250* Eingabefeldbelegungen:                                    *
004260* Funktion "01-INT-AKT-AKWA"                                *
004270* KAI4WA1-WAEHRUNG                                          *
004280*                                                           *
004290*@E-FUNKTION-3                                              *
004300*                                                           *
004400*@A-MODULAUFRUF                                             *
004500* Aufruf-Beispiel:                                          *
004600*                                                           *
004700* Aufrufparameter: 1. Funktion               (I)            *
004800*                  2. Konfigurations-Id      (I)            *
004900*                  3. Objekt                 (I)            *
005000*                  4. Verstaendigungsbereich (O)            *
005100*                  5. Eingabebereich         (I)            *
005200*                  6. Ausgabebereich         (O)            *
005300*                  7. Transienter Bereich    (I/O)          *
005400*                                                           *
005500* CALL "CGSAUF"                                             *
005600* USING C-AUF-AUFRUF-AL                                     *
005700*       C-KONFIG-ID-KA                                      *
005800*       C-OBJEKT-AUFTRAG-KKA4WA                             *
005900*       CGSOVER-VERSTAENDIGUNGSBEREICH                      *
006000*       KAI4WA1-EINGABEBEREICH                              *
006100*       KAO4WA1-AUSGABEBEREICH                              *
006200*                                                           *
006300*@E-MODULAUFRUF                                             *
006400*                                                           *
006500*@A-RETURNCODE                                              *
006600* Meldungen/Returncodes:                                    *
006700* ----------------------                                    *
006800*                                                           *
006900* Folgende Fehlermeldungen werden von diesem KORDOBA-Auftrag*
007000* zurueckgegeben bzw. in den Meldungs-Pool eingetragen:     *
007100* KA0000 : Verarbeitung erfolgreich durchgefuehrt           *
007200* KA4918 : Waehrung bereits vorhanden                       *
007300* KA4919 : Waehrung nicht vorhanden                         *
007400* KA4920 : Nachkommastellen nur 0, 2 oder 3 zulaessig       *
007410* KA4899 : Aenderung zur Freigabe vorgemerkt                *
007500*                                                           *
007600*@E-RETURNCODE                                              *
007700*                                                           *
007800*@A-ENTRY                                                   *
007900* Entryname       : KKA4WA                                  *
008000*                                                           *
008100*@E-ENTRY                                                   *
008200*                                                           *
008300*@A-MODUL                                                   *
008400* Gerufene Moduln/Auftraege:                                *
008500* CGSTAB   Zugriff auf Parametertabellen (TABEX)            *
008600* CGSMEL   Meldungsschnittstelle                            *
008610* KKA4PD   Schwebende Aenderungen (Vier-Augen-Prinzip)      *
008700*                                                           *
008800*@E-MODUL                                                   *
008900*                                                           *
009000*@A-COBOL-COPY                                              *
009100* Benoetigte Cobol-Copies:                                  *
009200* CGSI0MEL: Eingabebereich Meldungstabelle                  *
009300* CGSO0MEL: Ausgabebereich Meldungstabelle                  *
009400* CGSOMEL : Ausgabebereich Meldungsschnittstelle            *
009500* CGSTMEL : transienter Bereich Meldungsschnittstelle       *
009600* CGSOVER : Verstaendigungsbereich                          *
009700* CGSTTAB : transienter Bereich Zugriff Parametertabellen   *
009800* CGSO0ANM: Copy fuer taskspez. Anmeldedaten                *
009900* CKAI0AWA: Eingabebereich TABEX KA00AKWA                   *
010000* CKAO0AWA: Ausgabebereich TABEX KA00AKWA                   *
010100* CKAI4WA1: Eingabebereich KKA4WA                           *
010200* CKAO4WA1: Ausgabebereich KKA4WA                           *
010210* CKAIPD  : Ein-/Ausgabebereich KKA4PD                      *
010300* DCTGRCGE: Meldungsgewichte                                *
010400*                                                           *
010500*@E-COBOL-COPY                                              *
010600*                                                           *
010700*@A-TABELLE                                                 *
010800* TABEX-Tabellen  : KA00AKWA                                *
010900*                                                           *
011000*@E-TABELLE                                                 *
011100*                                                           *
011200*@A-BENUTZERSATZ                                            *
011300* Benutzersaetze  : entfallen                               *
011400*                                                           *
011500*@E-BENUTZERSATZ                                            *
011600*                                                           *
011700*@A-DATEI                                                   *
011800* Dateien         : entfallen                               *
011900*                                                           *
012000*@E-DATEI                                                   *
012100*                                                           *
012200*@A-KONVENTIONEN                                            *
012300*@E-KONVENTIONEN                                            *
012400*                                                           *
012500*@A-DOKUMENT                                                *
012600* Die fachliche Beschreibung ist im Dokument                *
012700* - C24_K12.01_Fachkonzept_Kontoabstimmung.docx             *
012800* hinterlegt.                                               *
012900*@E-DOKUMENT                                                *
013000*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58773                                                *     D01
090052*     Neuanlage: Pflege des Waehrungsstamms KA00AKWA,       *     D01
090053*     analog KKA4SG inkl. Vier-Augen-Prinzip; statt der     *     D01
090054*     Kurztextpruefung werden die Nachkommastellen auf      *     D01
090055*     0, 2 oder 3 (ISO 4217) geprueft.                      *     D01
090056*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090057*                                                           *     D01
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. KKA4WA.
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
101600     05  FILLER PIC X(13) VALUE "ELEM=kka4wa  ".
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
103000    05 C-OBJEKT-KA4918            PIC X(006) VALUE "KA4918".
103100    05 C-OBJEKT-KA4919            PIC X(006) VALUE "KA4919".
103200    05 C-OBJEKT-KA4920            PIC X(006) VALUE "KA4920".
103300    05 C-OBJEKT-KA5002            PIC X(006) VALUE "KA5002".
103400/---------------------------------------------------------------*
103500* Lokale Konstante fuer KORDOBA-Auftrag KKA4WA                  *
103600*---------------------------------------------------------------*
103700 01 KONSTANTE-KKA4WA.
103800    05 C-01-INT-ANL-AKWA          PIC X(040) VALUE
103900                                  "01-INT-ANL-AKWA".
104000    05 C-01-INT-AEN-AKWA          PIC X(040) VALUE
104100                                  "01-INT-AEN-AKWA".
104200    05 C-01-INT-AKT-AKWA          PIC X(040) VALUE
104300                                  "01-INT-AKT-AKWA".
104400    05 C-01-INT-PD-EINSTELLEN     PIC X(040) VALUE
104500                                  "01-INT-PD-EINSTELLEN".
104600    05 C-01-INT-PD-AKTIVIEREN     PIC X(040) VALUE
104700                                  "01-INT-PD-AKTIVIEREN".
104800    05 C-TABELLE-AKWA             PIC X(009) VALUE "KA00AKWA".
104900    05 C-OBJEKT-KA4899            PIC X(006) VALUE "KA4899".
105000    05 C-KONFIG-ID-KA             PIC X(002) VALUE "KA".
105100    05 C-KONFIG-ID-GS             PIC X(002) VALUE "GS".
105200    05 C-KKA4WA                   PIC X(008) VALUE "KKA4WA".
105300    05 C-AUF-AUFRUF-AL            PIC X(040) VALUE "AUFRUF-AL".
105400/---------------------------------------------------------------*
105500* CGSTAB                                                        *
105600*---------------------------------------------------------------*
105700 01 CGSTAB-DEFINITIONEN.
105800    05 C-OBJEKT-TAB-KA00AKWA      PIC X(009) VALUE "KA00AKWA".
105900    05 C-OBJEKT-TAB-ANMELDEDATEN  PIC X(020) VALUE "ANMELDEDATEN".
106000    05 C-TAB-LESEN-EQUAL          PIC X(040) VALUE "LESEN-EQUAL".
106100    05 C-TAB-SCHREIBEN-EQUAL      PIC X(040)
106200                                  VALUE "SCHREIBEN-EQUAL".
106300    05 C-TAB-ANM-DAT-LESEN        PIC X(040) VALUE
106400                                  "ANM-DAT-LESEN".
106500/---------------------------------------------------------------*
106600* CGSMEL                                                        *
106700*---------------------------------------------------------------*
106800 01 CGSMEL-DEFINITIONEN.
106900     05 C-MEL-EINTRAGEN           PIC X(040) VALUE "EINTRAGEN".
107000     05 C-MEL-AUSTRAGEN           PIC X(040) VALUE "AUSTRAGEN".
107100     05 C-OBJEKT-MEL-GSPOOL       PIC X(006) VALUE SPACE.
107200/---------------------------------------------------------------*
107300*   LOKALE ARBEITSFELDER                                        *
107400*---------------------------------------------------------------*
107500 LOCAL-STORAGE SECTION.
107600/---------------------------------------------------------------*
107700* Meldungsschnittstelle                                         *
107800*---------------------------------------------------------------*
107900 COPY CGSOMEL.
108000 COPY CGSTMEL.
108100/---------------------------------------------------------------*
108200* Ein-/Ausgabebereich TABEX-Zugriff KA00AKWA                    *
108300*---------------------------------------------------------------*
108400 COPY CKAI0AWA.
108500 COPY CKAO0AWA.
108600/---------------------------------------------------------------*
108700* Meldungstabelle                                               *
108800*---------------------------------------------------------------*
108900 COPY CGSI0MEL.
109000 COPY CGSO0MEL.
109100/---------------------------------------------------------------*
109200* Anmeldedaten                                                  *
109300*---------------------------------------------------------------*
109400 COPY CGSO0ANM.
109500* Uebergabeparameter fuer CGSTAB                                *
109600*---------------------------------------------------------------*
109700 COPY CGSTTAB.
109800 COPY CKAIPD.
109900 01 H-ALT-DATEN                   PIC X(200).
110000/---------------------------------------------------------------*
110100* Hilfsfelder                                                   *
110200*---------------------------------------------------------------*
110300 01 H-MELDUNGS-OBJEKT             PIC X(006).
110400 01 H-FUNKTION.
110500     05 H-FUNKTION-MLD            PIC X(020).
110600     05 H-FUNKTION-REST           PIC X(020).
110700 01 DUMMY                         PIC X(001).
110800*   Kennzeichen: Sprache der Meldungstexte (aus Anmeldedaten)
110900 01 H-SPRACHE-KZ                  PIC X(001).
111000    88 SPRACHE-DEUTSCH            VALUE "D".
111100    88 SPRACHE-ENGLISCH           VALUE "E".
111200/****************************************************************
111300 LINKAGE SECTION.
111400*****************************************************************
111500*---------------------------------------------------------------*
111600* Funktion                                                      *
111700*---------------------------------------------------------------*
111800 01 AUF-FUNKTION                  PIC X(040).
111900*---------------------------------------------------------------*
112000* Konfigurations-Kennzeichen                                    *
112100*---------------------------------------------------------------*
112200 01 KONFIG-ID                     PIC X(002).
112300*---------------------------------------------------------------*
112400* Auftragsname                                                  *
112500*---------------------------------------------------------------*
112600 01 OBJEKT-AUFTRAGS-ID            PIC X(020).
112700*---------------------------------------------------------------*
112800* VerstAendigungsbereich des Aufrufers                          *
112900*---------------------------------------------------------------*
113000 COPY CGSOVER.
113100*---------------------------------------------------------------*
113200* Eingabebereich fuer den StandAlone-Auftrag KKA4WA             *
113300*---------------------------------------------------------------*
113400 01 LS-EINGABEBEREICH             PIC X(001).
113500 01 LS-EIN-BER-01                 REDEFINES LS-EINGABEBEREICH.
113600     COPY CKAI4WA1                REPLACING 01 BY 05,
113700                                  ==(01)== BY ==(01)==.
113800*---------------------------------------------------------------*
113900* Ausgabebereich fuer den StandAlone-Auftrag KKA4WA             *
114000*---------------------------------------------------------------*
114100 01 LS-AUSGABEBEREICH             PIC X(001).
114200 01 LS-AUS-BER-01                 REDEFINES LS-AUSGABEBEREICH.
114300     COPY CKAO4WA1                REPLACING 01 BY 05,
114400                                  ==(01)== BY ==(01)==.
114500*---------------------------------------------------------------*
114600* DUMMYS                                                        *
114700*---------------------------------------------------------------*
114800 01 TB-DUMMY                      PIC X(001).
114900/
115000 PROCEDURE DIVISION
115100     USING AUF-FUNKTION
115200           KONFIG-ID
115300           OBJEKT-AUFTRAGS-ID
115400           GSOVER-VERSTAENDIGUNGSBEREICH
115500           LS-EINGABEBEREICH
115600           LS-AUSGABEBEREICH
115700           TB-DUMMY
115800           .
115900/---------------------------------------------------------------*
116000* Hier wird die Steuerung des KORDOBA-Auftrags durchgefuehrt    *
116100*---------------------------------------------------------------*
116200 STEUER-KKA4WA SECTION.
116300 STEUER-KKA4WA-1001.
116400     PERFORM INITIALISIERUNG
116500     EVALUATE KAI4WA1-FUNKTION
116600     WHEN C-01-INT-ANL-AKWA
116700       PERFORM VERARB-ANL-AKWA
116800     WHEN C-01-INT-AEN-AKWA
116900       PERFORM VERARB-AEN-AKWA
117000     WHEN C-01-INT-AKT-AKWA
117100       PERFORM VERARB-AKT-AKWA
117200     WHEN OTHER
117300* KA5002: @@@@@@@@: Unbekannte Funktion @@@@@@@@@@@@@@@@@@@@
117400       MOVE C-OBJEKT-KA5002       TO H-MELDUNGS-OBJEKT
117500       MOVE C-KKA4WA              TO GSTMEL-VAR-TEXT-1
117600       MOVE KAI4WA1-FUNKTION      TO H-FUNKTION
117700       MOVE H-FUNKTION-MLD        TO GSTMEL-VAR-TEXT-2
117800       PERFORM MELDUNG-EINTRAGEN
117900       GO TO PROGRAMM-VERLASSEN
118000     END-EVALUATE
118100     .
118200 STEUER-KKA4WA-1002.
118300     GO TO PROGRAMM-VERLASSEN.
118400/---------------------------------------------------------------*
118500* Pruefen, dass die Nachkommastellen ISO 4217 entsprechen       *
118600*---------------------------------------------------------------*
118700 PRUEFEN-NACHKOMMA-AKWA SECTION.
118800 PRUEFEN-NACHKOMMA-AKWA-1001.
118900     MOVE KAI4WA1-NACHKOMMA       TO KAO0AWA-NACHKOMMA
119000     IF NOT KAO0AWA-NACHKOMMA-GUELTIG
119100     THEN
119200* KA4920: Nachkommastellen nur 0, 2 oder 3 zulaessig @@@@@@@@@@@
119300       MOVE C-OBJEKT-KA4920       TO H-MELDUNGS-OBJEKT
119400       PERFORM MELDUNG-EINTRAGEN
119500       GO TO PROGRAMM-VERLASSEN
119600     END-IF
119700     .
119800 PRUEFEN-NACHKOMMA-AKWA-1002.
119900     EXIT.
120000/---------------------------------------------------------------*
120100* Neuanlage                                                     *
120200*---------------------------------------------------------------*
120300 VERARB-ANL-AKWA SECTION.
120400 VERARB-ANL-AKWA-1001.
120500     PERFORM PRUEFEN-NACHKOMMA-AKWA
120600*
120700     PERFORM PRUEFEN-ANL-AKWA
120800*
120900     PERFORM EINGABEBEREICH-FUELLEN-1
121000*
121100     MOVE SPACE                   TO H-ALT-DATEN
121200     PERFORM PD-EINSTELLEN-VIER-AUGEN
121300*
121400     PERFORM AUSGABEBEREICH-FUELLEN-1
121500     .
121600 VERARB-ANL-AKWA-1002.
121700     EXIT.
121800/---------------------------------------------------------------*
121900* Pruefen, ob bei Neuanlage bereits eine Waehrung mit           *
122000* diesem Code vorhanden ist                                     *
122100*---------------------------------------------------------------*
122200 PRUEFEN-ANL-AKWA SECTION.
122300 PRUEFEN-ANL-AKWA-1001.
122400     PERFORM DB-ZUGRIFF-LESEN-AKWA
122500*
122600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
122700     THEN
122800* KA4918: Waehrung bereits vorhanden @@@@@@@@@@@@@@@@@@@@@@@@@@@
122900       MOVE C-OBJEKT-KA4918       TO H-MELDUNGS-OBJEKT
123000       PERFORM MELDUNG-EINTRAGEN
123100       GO TO PROGRAMM-VERLASSEN
123200     ELSE
123300       IF GSOVER-GEWICHT          NOT = C-GEW-ZUSTAND
123400       THEN
123500         GO TO PROGRAMM-VERLASSEN
123600       END-IF
123700     END-IF
123800     .
123900 PRUEFEN-ANL-AKWA-1002.
124000     EXIT.
124100/---------------------------------------------------------------*
124200* Aenderung mit Vorhandensein-Check                             *
124300*---------------------------------------------------------------*
124400 VERARB-AEN-AKWA SECTION.
124500 VERARB-AEN-AKWA-1001.
124600     PERFORM PRUEFEN-NACHKOMMA-AKWA
124700*
124800     PERFORM PRUEFEN-AEN-AKWA
124900*
125000     PERFORM EINGABEBEREICH-FUELLEN-1
125100*
125200     PERFORM PD-EINSTELLEN-VIER-AUGEN
125300*
125400     PERFORM AUSGABEBEREICH-FUELLEN-1
125500     .
125600 VERARB-AEN-AKWA-1002.
125700     EXIT.
125800/---------------------------------------------------------------*
125900* Pruefen, ob bei Aenderung die Waehrung ueberhaupt             *
126000* vorhanden ist                                                 *
126100*---------------------------------------------------------------*
126200 PRUEFEN-AEN-AKWA SECTION.
126300 PRUEFEN-AEN-AKWA-1001.
126400     PERFORM DB-ZUGRIFF-LESEN-AKWA
126500*
126600     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
126700     THEN
126800* KA4919: Waehrung nicht vorhanden @@@@@@@@@@@@@@@@@@@@@@@@@@@@@
126900       MOVE C-OBJEKT-KA4919       TO H-MELDUNGS-OBJEKT
127000       PERFORM MELDUNG-EINTRAGEN
127100       GO TO PROGRAMM-VERLASSEN
127200     ELSE
127300       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
127400       THEN
127500         GO TO PROGRAMM-VERLASSEN
127600       END-IF
127700     END-IF
127800     MOVE KAO0AWA-AUSGABEBEREICH  TO H-ALT-DATEN
127900     .
128000 PRUEFEN-AEN-AKWA-1002.
128100     EXIT.
128200/---------------------------------------------------------------*
128300* Lesender TABEX-Zugriff KA00AKWA                               *
128400*---------------------------------------------------------------*
128500 DB-ZUGRIFF-LESEN-AKWA SECTION.
128600 DB-ZUGRIFF-LESEN-AKWA-1001.
128700     MOVE KAI4WA1-WAEHRUNG        TO KAI0AWA-WAEHRUNG
128800*
128900     CALL "CGSTAB"
129000     USING C-TAB-LESEN-EQUAL
129100           C-KONFIG-ID-KA
129200           C-OBJEKT-TAB-KA00AKWA
129300           GSOVER-VERSTAENDIGUNGSBEREICH
129400           KAI0AWA-EINGABEBEREICH
129500           KAO0AWA-AUSGABEBEREICH
129600           GSTTAB-EIN-AUSGABEBEREICH
129700     END-CALL
129800     .
129900 DB-ZUGRIFF-LESEN-AKWA-1002.
130000     EXIT.
130100/---------------------------------------------------------------*
130200* Schreibender TABEX-Zugriff KA00AKWA                           *
130300*---------------------------------------------------------------*
130400 DB-ZUGRIFF-SCHREIBEN-AKWA SECTION.
130500 DB-ZUGRIFF-SCHREIBEN-AKWA-1001.
130600     CALL "CGSTAB"
130700     USING C-TAB-SCHREIBEN-EQUAL
130800           C-KONFIG-ID-KA
130900           C-OBJEKT-TAB-KA00AKWA
131000           GSOVER-VERSTAENDIGUNGSBEREICH
131100           KAI0AWA-EINGABEBEREICH
131200           KAO0AWA-AUSGABEBEREICH
131300           GSTTAB-EIN-AUSGABEBEREICH
131400     END-CALL
131500*
131600     EVALUATE GSOVER-GEWICHT
131700       WHEN C-GEW-NICHT-GESETZT
131800         CONTINUE
131900       WHEN C-GEW-ZUSTAND
132000         CONTINUE
132100       WHEN OTHER
132200         GO TO PROGRAMM-VERLASSEN
132300     END-EVALUATE
132400     .
132500 DB-ZUGRIFF-SCHREIBEN-AKWA-1002.
132600     EXIT.
132700/---------------------------------------------------------------*
132800* Eingabebereich fuellen KAI0AWA/KAO0AWA (Schluessel und Daten) *
132900*---------------------------------------------------------------*
133000 EINGABEBEREICH-FUELLEN-1 SECTION.
133100 EINGABEBEREICH-FUELLEN-1-1001.
133200     MOVE KAI4WA1-WAEHRUNG        TO KAI0AWA-WAEHRUNG
133300     MOVE KAI4WA1-WAEHRUNG        TO KAO0AWA-WAEHRUNG
133400     MOVE KAI4WA1-ISO-NUMMER      TO KAO0AWA-ISO-NUMMER
133500     MOVE KAI4WA1-NACHKOMMA       TO KAO0AWA-NACHKOMMA
133600     MOVE KAI4WA1-BEZEICHNUNG     TO KAO0AWA-BEZEICHNUNG
133700     MOVE KAI4WA1-AKTIV           TO KAO0AWA-AKTIV
133800     .
133900 EINGABEBEREICH-FUELLEN-1-1002.
134000     EXIT.
134100/---------------------------------------------------------------*
134200* Ausgabebereich fuellen KAO4WA1                                *
134300*---------------------------------------------------------------*
134400 AUSGABEBEREICH-FUELLEN-1 SECTION.
134500 AUSGABEBEREICH-FUELLEN-1-1001.
134600     MOVE KAO0AWA-WAEHRUNG        TO KAO4WA1-WAEHRUNG
134700     MOVE KAO0AWA-ISO-NUMMER      TO KAO4WA1-ISO-NUMMER
134800     MOVE KAO0AWA-NACHKOMMA       TO KAO4WA1-NACHKOMMA
134900     MOVE KAO0AWA-BEZEICHNUNG     TO KAO4WA1-BEZEICHNUNG
135000     MOVE KAO0AWA-AKTIV           TO KAO4WA1-AKTIV
135100     .
135200 AUSGABEBEREICH-FUELLEN-1-1002.
135300     EXIT.
135400/---------------------------------------------------------------*
135500* Aenderung als schwebenden Satz einstellen (Vier-Augen-        *
135600* Prinzip, Dienst KKA4PD)                                       *
135700*---------------------------------------------------------------*
135800 PD-EINSTELLEN-VIER-AUGEN SECTION.
135900 PD-EINSTELLEN-VIER-AUGEN-1001.
136000     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
136100     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION
136200     MOVE C-TABELLE-AKWA          TO KAIPD-TABELLE
136300     MOVE KAI0AWA-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
136400     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
136500                                  TO KAIPD-BENUTZER
136600     MOVE H-ALT-DATEN             TO KAIPD-ALT-DATEN
136700     MOVE KAO0AWA-AUSGABEBEREICH  TO KAIPD-NEU-DATEN
136800     CALL "KKA4PD"
136900     USING KAIPD-EINGABEBEREICH
137000           KAOPD-AUSGABEBEREICH
137100           GSOVER-VERSTAENDIGUNGSBEREICH
137200     END-CALL
137300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
137400     THEN
137500       GO TO PROGRAMM-VERLASSEN
137600     END-IF
137700*    KA4899 Aenderung zur Freigabe vorgemerkt
137800     MOVE C-OBJEKT-KA4899         TO H-MELDUNGS-OBJEKT
137900     PERFORM MELDUNG-EINTRAGEN
138000     .
138100 PD-EINSTELLEN-VIER-AUGEN-1002.
138200     EXIT.
138300/---------------------------------------------------------------*
138400* Schwebende Aenderung aktivieren (zweiter Benutzer) und den    *
138500* Tabellenzugriff mit dem gespeicherten Satzbild ausfuehren     *
138600*---------------------------------------------------------------*
138700 VERARB-AKT-AKWA SECTION.
138800 VERARB-AKT-AKWA-1001.
138900     PERFORM EINGABEBEREICH-FUELLEN-1
139000     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
139100     MOVE C-01-INT-PD-AKTIVIEREN  TO KAIPD-FUNKTION
139200     MOVE C-TABELLE-AKWA          TO KAIPD-TABELLE
139300     MOVE KAI0AWA-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
139400     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
139500                                  TO KAIPD-BENUTZER
139600     CALL "KKA4PD"
139700     USING KAIPD-EINGABEBEREICH
139800           KAOPD-AUSGABEBEREICH
139900           GSOVER-VERSTAENDIGUNGSBEREICH
140000     END-CALL
140100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
140200     THEN
140300       MOVE GSOVER-RETURNCODE (1:6)
140400                                  TO H-MELDUNGS-OBJEKT
140500       PERFORM MELDUNG-EINTRAGEN
140600       GO TO PROGRAMM-VERLASSEN
140700     END-IF
140800     MOVE KAOPD-NEU-DATEN         TO KAO0AWA-AUSGABEBEREICH
140900     PERFORM DB-ZUGRIFF-SCHREIBEN-AKWA
141000     PERFORM AUSGABEBEREICH-FUELLEN-1
141100     .
141200 VERARB-AKT-AKWA-1002.
141300     EXIT.
141400/---------------------------------------------------------------*
141500* Programminitialisierung                                       *
141600*---------------------------------------------------------------*
141700 INITIALISIERUNG SECTION.
141800 INITIALISIERUNG-1001.
141900     INITIALIZE                   GSTMEL-TRANSIENTER-BEREICH
142000     MOVE SPACE                   TO H-FUNKTION
142100*
142200     PERFORM LESEN-ANMELDEDATEN
142300     .
142400 INITIALISIERUNG-1002.
142500     EXIT.
142600/---------------------------------------------------------------*
142700* Lesen der Anmeldedaten                                        *
142800*---------------------------------------------------------------*
142900 LESEN-ANMELDEDATEN SECTION.
143000 LESEN-ANMELDEDATEN-1001.
143100     CALL "CGSTAB"
143200     USING C-TAB-ANM-DAT-LESEN
143300           C-KONFIG-ID-GS
143400           C-OBJEKT-TAB-ANMELDEDATEN
143500           GSOVER-VERSTAENDIGUNGSBEREICH
143600           DUMMY
143700           GSO0ANM-AUSGABEBEREICH
143800           GSTTAB-EIN-AUSGABEBEREICH
143900     END-CALL
144000
144100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
144200     THEN
144300       GO TO PROGRAMM-VERLASSEN
144400     ELSE
144500       MOVE GSO0ANM-SPRACHE-KZ    TO H-SPRACHE-KZ
144600       IF NOT SPRACHE-ENGLISCH
144700       THEN
144800         SET SPRACHE-DEUTSCH      TO TRUE
144900       END-IF
145000     END-IF
145100      .
145200 LESEN-ANMELDEDATEN-1002.
145300     EXIT.
145400/---------------------------------------------------------------*
145500* Meldung eintragen                                             *
145600*---------------------------------------------------------------*
145700 MELDUNG-EINTRAGEN SECTION.
145800 MELDUNG-EINTRAGEN-1001.
145900     CALL "CGSMEL"
146000     USING C-MEL-EINTRAGEN
146100           C-KONFIG-ID-KA
146200           H-MELDUNGS-OBJEKT
146300           GSOVER-VERSTAENDIGUNGSBEREICH
146400           H-SPRACHE-KZ
146500           GSOMEL-AUSGABEBEREICH
146600           GSTMEL-TRANSIENTER-BEREICH
146700     END-CALL
146800*
146900     IF GSOVER-GEWICHT            > C-GEW-FEHLER
147000     THEN
147100       GO TO PROGRAMM-VERLASSEN
147200     ELSE
147300       MOVE H-MELDUNGS-OBJEKT     TO GSOVER-RETURNCODE
147400     END-IF
147500     .
147600 MELDUNG-EINTRAGEN-1002.
147700     EXIT.
147800/*-------------------------------------------------------------*
147900* Meldungen aus Meldungspool loeschen.                         *
148000*--------------------------------------------------------------*
148100 MELDUNG-AUSTRAGEN SECTION.
148200 MELDUNG-AUSTRAGEN-1001.
148300     CALL "CGSMEL"
148400     USING C-MEL-AUSTRAGEN
148500           C-KONFIG-ID-KA
148600           C-OBJEKT-MEL-GSPOOL
148700           GSOVER-VERSTAENDIGUNGSBEREICH
148800           DUMMY
148900           GSOMEL-AUSGABEBEREICH
149000           GSTMEL-TRANSIENTER-BEREICH
149100
149200     IF GSOMEL-MAX-GEW > C-GEW-WARNUNG
149300     THEN
149400       GO TO PROGRAMM-VERLASSEN
149500     END-IF
149600     .
149700 MELDUNG-AUSTRAGEN-1002.
149800     EXIT.
149900/---------------------------------------------------------------*
150000* Verlassen des Programms ueber einen Ausstiegspunkt            *
150100*---------------------------------------------------------------*
150200 PROGRAMM-VERLASSEN SECTION.
150300 PROGRAMM-VERLASSEN-1001.
150400     EXIT PROGRAM.
150500 PROGRAMM-VERLASSEN-1002.
150600     EXIT.
