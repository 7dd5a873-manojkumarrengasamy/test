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
000160*@Titel         : Pflege Kontierungsregeln KA02AKGL
000160*@Elementname   : kka4gl.cob
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
001000*@Title        : Pflege Kontierungsregeln KA02AKGL          *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* In diesem KORDOBA Auftrag wird die Verarbeitung fuer die  *
001900* fachlichen Anforderungen                                  *
002000* - Pflege der Kontierungsregeln (Tabelle KA02AKGL)         *
002010* - Buchungsvorschau einer schwebenden Regelaenderung       *
002100* durchgefuehrt. KA02AKGL ordnet je Abstimmkreis und        *
002110* Schliessungsgrund-Code (SPACE = Sammeleintrag des         *
002120* Kreises) das GL-Konto und den Buchungstext zu, mit denen  *
002130* AKAGLB und AKAFXR an das Hauptbuch buchen. Neuanlage,     *
002140* Aenderung und Loeschung werden nach dem Vier-Augen-       *
002150* Prinzip ueber KKA4PD eingestellt und von einem zweiten    *
002160* Benutzer aktiviert oder verworfen. Das GL-Konto muss im   *
002170* aktuell geladenen Kontenplan-Abzug KA00AKHK (Ladelauf     *
002180* AKAHKL) als bebuchbar gefuehrt sein; bei der Aktivierung  *
002190* wird erneut geprueft.                                     *
002191* Die Vorschau ermittelt fuer die schwebende Aenderung,     *
002192* welche offenen bzw. fehlerhaften Vormerkungen KA02AKGB    *
002193* und welche im Vormonat versendeten Buchungen des Kreises  *
002194* kuenftig auf ein anderes GL-Konto gingen. Die Kontierung  *
002195* wird dabei wie in AKAGLB aufgeloest (Abstimmkreis + Grund,*
002196* sonst Sammeleintrag; Kursergebnis ueber FXRE/FXRV;       *
002197* genehmigte Ausbuchungen buchen auf ihr GuV-Konto und     *
002198* bleiben unberuehrt).                                      *
002200*                                                           *
002300*@E-ELEMENTBESCHREIBUNG                                     *
002400*                                                           *
002500*@A-FUNKTION-1                                              *
002600* Neuanlage einer Kontierungsregel (Insert)                 *
002700*                                                           *
002800* Eingabefeldbelegungen:                                    *
002900* Funktion "01-INT-ANL-AKGL"                                *
003000* KAI4GL1-Gesamtsatz                                        *
003200*                                                           *
003300*@E-FUNKTION-1                                              *
003400*                                                           *
003500*@A-FUNKTION-2                                              *
003600* Aenderung einer Kontierungsregel (Update)                 *
003700*                                                           *
003800* Eingabefeldbelegungen:                                    *
003900* Funktion "01-INT-AEN-AKGL"                                *
004000* KAI4GL1-Gesamtsatz                                        *
004100*                                                           *
004200*@E-FUNKTION-2                                              *
004210*                                                           *
004220*@A-FUNKTION-3                                              *
004230* Loeschen einer Kontierungsregel (Delete)                  *
004240*                                                           *
004250* Eingabefeldbelegungen:                                    *
004260* Funktion "01-INT-LOE-AKGL"                                *
004270* KAI4GL1-AK-NUMMER, KAI4GL1-GRUND-CODE                     *
004280*                                                           *
004290*@E-FUNKTION-3                                              *
004300*                                                           *
004310*@A-FUNKTION-4                                              *
004320* Aktivieren einer schwebenden Aenderung (zweiter Benutzer) *
004330*                                                           *
004340* Eingabefeldbelegungen:                                    *
004350* Funktion "01-INT-AKT-AKGL"                                *
004360* KAI4GL1-AK-NUMMER, KAI4GL1-GRUND-CODE                     *
004370*                                                           *
004380*@E-FUNKTION-4                                              *
004390*                                                           *
004391*@A-FUNKTION-5                                              *
004392* Verwerfen einer schwebenden Aenderung                     *
004393*                                                           *
004394* Eingabefeldbelegungen:                                    *
004395* Funktion "01-INT-VRW-AKGL"                                *
004396* KAI4GL1-AK-NUMMER, KAI4GL1-GRUND-CODE                     *
004397*                                                           *
004398*@E-FUNKTION-5                                              *
004399*                                                           *
004400*@A-FUNKTION-6                                              *
004401* Buchungsvorschau der schwebenden Aenderung                *
004402*                                                           *
004403* Eingabefeldbelegungen:                                    *
004404* Funktion "01-INT-VOR-AKGL"                                *
004405* KAI4GL1-AK-NUMMER, KAI4GL1-GRUND-CODE                     *
004406*                                                           *
004407*@E-FUNKTION-6                                              *
004408*                                                           *
004410*@A-MODULAUFRUF                                             *
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
005800*       C-OBJEKT-AUFTRAG-KKA4GL                             *
005900*       CGSOVER-VERSTAENDIGUNGSBEREICH                      *
006000*       KAI4GL1-EINGABEBEREICH                              *
006100*       KAO4GL1-AUSGABEBEREICH                              *
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
007110* KA4899 : Aenderung zur Freigabe vorgemerkt                *
007120* KA4901 : Aktivierung durch den Erfasser unzulaessig       *
007130* KA4902 : Keine schwebende Aenderung vorhanden             *
007140* KA4946 : Abstimmkreis nicht vorhanden                     *
007200* KA4953 : GL-Konto nicht im Kontenplan oder nicht bebuchbar*
007300* KA4954 : Kontenplan-Abzug nicht geladen                   *
007400* KA4955 : Aenderung eines anderen Benutzers schwebt bereits*
007410* KA4956 : Kontierungsregel bereits vorhanden               *
007420* KA4957 : Kontierungsregel nicht vorhanden                 *
007500*                                                           *
007600*@E-RETURNCODE                                              *
007700*                                                           *
007800*@A-ENTRY                                                   *
007900* Entryname       : KKA4GL                                  *
008000*                                                           *
008100*@E-ENTRY                                                   *
008200*                                                           *
008300*@A-MODUL                                                   *
008400* Gerufene Moduln/Auftraege:                                *
008500* CGSTAB   Zugriff auf Parametertabellen (TABEX)            *
008600* CGSMEL   Meldungsschnittstelle                            *
008610* KKA4PD   Schwebende Aenderungen (Vier-Augen-Prinzip)      *
008620* AKA5OF   Posten einer Schliessung (Vorschau)              *
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
009900* CKAI0AKM: Eingabebereich TABEX KA02AKGL                   *
010000* CKAO0AKM: Ausgabebereich TABEX KA02AKGL                   *
010010* CKAI0AHK: Eingabebereich TABEX KA00AKHK                   *
010020* CKAO0AHK: Ausgabebereich TABEX KA00AKHK                   *
010030* CKAI0AKR: Eingabebereich TABEX KA01AKRS                   *
010040* CKAO0AKR: Ausgabebereich TABEX KA01AKRS                   *
010050* CKAI0APD: Eingabebereich TABEX KA02AKPD                   *
010060* CKAO0APD: Ausgabebereich TABEX KA02AKPD                   *
010070* CKAI0AKU: Eingabebereich TABEX KA02AKAB                   *
010080* CKAO0AKU: Ausgabebereich TABEX KA02AKAB                   *
010090* CKA0AKGB: Zeilenweiser Zugriff KA03AKGB                   *
010091* CKAI5OF2: Eingabebereich AKA5OF                           *
010092* CKAO5OF2: Ausgabebereich AKA5OF                           *
010093* DKAXIND : Indices AKA5OF (Vorbelegung)                    *
010094* CKAXIND : Indices AKA5OF                                  *
010100* CKAI4GL1: Eingabebereich KKA4GL                           *
010200* CKAO4GL1: Ausgabebereich KKA4GL                           *
010210* CKAIPD  : Ein-/Ausgabebereich KKA4PD                      *
010300* DCTGRCGE: Meldungsgewichte                                *
010400*                                                           *
010500*@E-COBOL-COPY                                              *
010600*                                                           *
010700*@A-TABELLE                                                 *
010800* TABEX-Tabellen  : KA02AKGL, KA00AKHK, KA01AKRS, KA02AKPD, *
010810*                   KA02AKAB, KA03AKGB                      *
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
090051* D01 R58820                                                *     D01
090052*     Neuanlage: Pflege der Kontierungsregeln KA02AKGL,     *     D01
090053*     analog KKA4WA inkl. Vier-Augen-Prinzip, Pruefung des  *     D01
090054*     GL-Kontos gegen den Kontenplan KA00AKHK und Buchungs- *     D01
090055*     vorschau gegen KA02AKGB.                              *     D01
090056*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090057*                                                           *     D01
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. KKA4GL.
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
101600     05  FILLER PIC X(13) VALUE "ELEM=kka4gl  ".
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
103000    05 C-OBJEKT-KA4902            PIC X(006) VALUE "KA4902".
103100    05 C-OBJEKT-KA4946            PIC X(006) VALUE "KA4946".
103200    05 C-OBJEKT-KA4953            PIC X(006) VALUE "KA4953".
103300    05 C-OBJEKT-KA4954            PIC X(006) VALUE "KA4954".
103400    05 C-OBJEKT-KA4955            PIC X(006) VALUE "KA4955".
103500    05 C-OBJEKT-KA4956            PIC X(006) VALUE "KA4956".
103600    05 C-OBJEKT-KA4957            PIC X(006) VALUE "KA4957".
103700    05 C-OBJEKT-KA5002            PIC X(006) VALUE "KA5002".
103800/---------------------------------------------------------------*
103900* Lokale Konstante fuer KORDOBA-Auftrag KKA4GL                  *
104000*---------------------------------------------------------------*
104100 01 KONSTANTE-KKA4GL.
104200    05 C-01-INT-ANL-AKGL          PIC X(040) VALUE
104300                                  "01-INT-ANL-AKGL".
104400    05 C-01-INT-AEN-AKGL          PIC X(040) VALUE
104500                                  "01-INT-AEN-AKGL".
104600    05 C-01-INT-LOE-AKGL          PIC X(040) VALUE
104700                                  "01-INT-LOE-AKGL".
104800    05 C-01-INT-AKT-AKGL          PIC X(040) VALUE
104900                                  "01-INT-AKT-AKGL".
105000    05 C-01-INT-VRW-AKGL          PIC X(040) VALUE
105100                                  "01-INT-VRW-AKGL".
105200    05 C-01-INT-VOR-AKGL          PIC X(040) VALUE
105300                                  "01-INT-VOR-AKGL".
105400    05 C-01-INT-PD-EINSTELLEN     PIC X(040) VALUE
105500                                  "01-INT-PD-EINSTELLEN".
105600    05 C-01-INT-PD-AKTIVIEREN     PIC X(040) VALUE
105700                                  "01-INT-PD-AKTIVIEREN".
105800    05 C-01-INT-PD-VERWERFEN      PIC X(040) VALUE
105900                                  "01-INT-PD-VERWERFEN".
106000    05 C-01-STD-APO-LIST-Z-SCH    PIC X(040) VALUE
106100                                  "01-STD-APO-LIST-Z-SCH".
106200    05 C-TABELLE-AKGL             PIC X(009) VALUE "KA02AKGL".
106300    05 C-AKTION-LOESCHEN          PIC X(008) VALUE "LOESCHEN".
106400    05 C-OBJEKT-KA4899            PIC X(006) VALUE "KA4899".
106500    05 C-KONFIG-ID-KA             PIC X(002) VALUE "KA".
106600    05 C-KONFIG-ID-GS             PIC X(002) VALUE "GS".
106700    05 C-KKA4GL                   PIC X(008) VALUE "KKA4GL".
106800    05 C-AUF-AUFRUF-AL            PIC X(040) VALUE "AUFRUF-AL".
106900    05 C-GELDKTO-UMSATZ-ABSTIMM   PIC X(002) VALUE "GU".
107000    05 C-GRUND-FXRE               PIC X(004) VALUE "FXRE".
107100    05 C-GRUND-FXRV               PIC X(004) VALUE "FXRV".
107200    05 C-HAUSWAEHRUNG             PIC X(003) VALUE "EUR".
107300    05 C-TEIL-SCHLIESSUNG         PIC X(001) VALUE "H".
107400    05 C-TEIL-REALISIERT          PIC X(001) VALUE "R".
107500    05 C-TEIL-NEUBEWERTUNG        PIC X(001) VALUE "N".
107600    05 C-MAX-ZEILEN               PIC 9(003) VALUE 20.
107700    05 C-N                        PIC X(001) VALUE "N".
107800    05 C-1                        PIC 9(004) COMP-5 VALUE 1.
107900/---------------------------------------------------------------*
108000* CGSTAB                                                        *
108100*---------------------------------------------------------------*
108200 01 CGSTAB-DEFINITIONEN.
108300    05 C-OBJEKT-TAB-KA02AKGL      PIC X(009) VALUE "KA02AKGL".
108400    05 C-OBJEKT-TAB-KA00AKHK      PIC X(009) VALUE "KA00AKHK".
108500    05 C-OBJEKT-TAB-KA01AKRS      PIC X(009) VALUE "KA01AKRS".
108600    05 C-OBJEKT-TAB-KA02AKPD      PIC X(009) VALUE "KA02AKPD".
108700    05 C-OBJEKT-TAB-KA02AKAB      PIC X(009) VALUE "KA02AKAB".
108800    05 C-OBJEKT-TAB-KA03AKGB      PIC X(009) VALUE "KA03AKGB".
108900    05 C-OBJEKT-TAB-ANMELDEDATEN  PIC X(020) VALUE "ANMELDEDATEN".
109000    05 C-TAB-LESEN-EQUAL          PIC X(040) VALUE "LESEN-EQUAL".
109100    05 C-TAB-LESEN-ZEILE          PIC X(040) VALUE "LESEN-ZEILE".
109200    05 C-TAB-SCHREIBEN-EQUAL      PIC X(040)
109300                                  VALUE "SCHREIBEN-EQUAL".
109400    05 C-TAB-LOESCHEN-EQUAL       PIC X(040)
109500                                  VALUE "LOESCHEN-EQUAL".
109600    05 C-TAB-ANM-DAT-LESEN        PIC X(040) VALUE
109700                                  "ANM-DAT-LESEN".
109800/---------------------------------------------------------------*
109900* CGSMEL                                                        *
110000*---------------------------------------------------------------*
110100 01 CGSMEL-DEFINITIONEN.
110200     05 C-MEL-EINTRAGEN           PIC X(040) VALUE "EINTRAGEN".
110300     05 C-MEL-AUSTRAGEN           PIC X(040) VALUE "AUSTRAGEN".
110400     05 C-OBJEKT-MEL-GSPOOL       PIC X(006) VALUE SPACE.
110500/---------------------------------------------------------------*
110600*   LOKALE ARBEITSFELDER                                        *
110700*---------------------------------------------------------------*
110800 LOCAL-STORAGE SECTION.
110900/---------------------------------------------------------------*
111000* Meldungsschnittstelle                                         *
111100*---------------------------------------------------------------*
111200 COPY CGSOMEL.
111300 COPY CGSTMEL.
111400/---------------------------------------------------------------*
111500* Ein-/Ausgabebereich TABEX-Zugriff KA02AKGL, KA00AKHK,         *
111600* KA01AKRS, KA02AKPD und KA02AKAB                               *
111700*---------------------------------------------------------------*
111800 COPY CKAI0AKM.
111900 COPY CKAO0AKM.
112000 COPY CKAI0AHK.
112100 COPY CKAO0AHK.
112200 COPY CKAI0AKR.
112300 COPY CKAO0AKR.
112400 COPY CKAI0APD.
112500 COPY CKAO0APD.
112600 COPY CKAI0AKU.
112700 COPY CKAO0AKU.
112800/---------------------------------------------------------------*
112900* Vorschau: Vormerkungen KA03AKGB und Posten ueber AKA5OF       *
113000*---------------------------------------------------------------*
113100 COPY CKA0AKGB.
113200 COPY DKAXIND.
113300 COPY CKAXIND.
113400 COPY CKAI5OF2.
113500 COPY CKAO5OF2.
113600/---------------------------------------------------------------*
113700* Meldungstabelle                                               *
113800*---------------------------------------------------------------*
113900 COPY CGSI0MEL.
114000 COPY CGSO0MEL.
114100/---------------------------------------------------------------*
114200* Anmeldedaten                                                  *
114300*---------------------------------------------------------------*
114400 COPY CGSO0ANM.
114500* Uebergabeparameter fuer CGSTAB                                *
114600*---------------------------------------------------------------*
114700 COPY CGSTTAB.
114800 COPY CKAIPD.
114900 01 H-ALT-DATEN                   PIC X(200).
115000 01 H-PD-AKTION                   PIC X(008).
115100/---------------------------------------------------------------*
115200* Hilfsfelder                                                   *
115300*---------------------------------------------------------------*
115400 01 H-MELDUNGS-OBJEKT             PIC X(006).
115500 01 H-FUNKTION.
115600     05 H-FUNKTION-MLD            PIC X(020).
115700     05 H-FUNKTION-REST           PIC X(020).
115800 01 DUMMY                         PIC X(001).
115900*   Kennzeichen: Sprache der Meldungstexte (aus Anmeldedaten)
116000 01 H-SPRACHE-KZ                  PIC X(001).
116100    88 SPRACHE-DEUTSCH            VALUE "D".
116200    88 SPRACHE-ENGLISCH           VALUE "E".
116300*   Zu pruefendes GL-Konto und Stand des Kontenplan-Abzugs
116400 01 H-PRUEF-KONTO                 PIC X(010).
116500 01 H-STAND                       PIC X(012).
116600*   Vormonat der Vorschau (erster bis letzter Tag)
116700 01 H-DATUM                       PIC 9(008).
116800 01 H-VM-DATUM.
116900    05 H-VM-JJJJ                  PIC 9(004).
117000    05 H-VM-MM                    PIC 9(002).
117100    05 H-VM-TT                    PIC 9(002).
117200 01 H-VM-VON                      PIC 9(008).
117300 01 H-VM-BIS                      PIC 9(008).
117400*   Geaenderte Regel: Schluessel und kuenftiger Zustand
117500 01 H-REGEL-AK                    PIC 9(005).
117600 01 H-REGEL-GRUND                 PIC X(004).
117700 01 H-NEU-KZ                      PIC X(001).
117800    88 NEU-REGEL-VORHANDEN        VALUE "J".
117900    88 NEU-REGEL-ENTFAELLT        VALUE "N".
118000 01 H-NEU-REGEL.
118100    05 H-NEU-GL-KONTO             PIC X(010).
118200    05 H-NEU-TEXT                 PIC X(020).
118300*   Aufloesung der Kontierung wie AKAGLB, alter oder neuer Stand
118400 01 H-MODUS                       PIC X(001).
118500    88 MODUS-ALT                  VALUE "A".
118600    88 MODUS-NEU                  VALUE "N".
118700 01 H-SUCH-GRUND                  PIC X(004).
118800 01 H-LESE-GRUND                  PIC X(004).
118900 01 H-ERG-KONTO                   PIC X(010).
119000 01 H-KONTIERUNG-KZ               PIC X(001).
119100    88 KONTIERUNG-GEFUNDEN        VALUE "J".
119200    88 KONTIERUNG-N-GEFUNDEN      VALUE "N".
119300*   Zeilenscan der Vormerkungen
119400 01 H-LFD-ZEILE                   PIC 9(009) COMP-3.
119500 01 H-GB-STATUS                   PIC X(001).
119600    88 GB-GEFUNDEN                VALUE "J".
119700    88 GB-N-GEFUNDEN              VALUE "N".
119800 01 H-ZEITRAUM-KZ                 PIC X(001).
119900    88 ZEITRAUM-OFFEN             VALUE "O".
120000    88 ZEITRAUM-VORMONAT          VALUE "V".
120100    88 ZEITRAUM-AUSSERHALB        VALUE "X".
120200 01 H-AUSBUCHUNG-KZ               PIC X(001).
120300    88 AUSBUCHUNG-JA              VALUE "J".
120400    88 AUSBUCHUNG-NEIN            VALUE "N".
120500 01 H-INDEX                       PIC 9(003) COMP-3.
120600 01 H-SUMME-SCHLIESSUNG           PIC S9(013)V9(003) COMP-3.
120700*   Eine Teilbuchung der Vorschau
120800 01 H-TEIL                        PIC X(001).
120900 01 H-TEIL-BETRAG                 PIC S9(013)V9(003) COMP-3.
121000 01 H-TEIL-WAEHRUNG               PIC X(003).
121100 01 H-KONTO-ALT                   PIC X(010).
121200 01 H-KONTO-NEU                   PIC X(010).
121300/****************************************************************
121400 LINKAGE SECTION.
121500*****************************************************************
121600*---------------------------------------------------------------*
121700* Funktion                                                      *
121800*---------------------------------------------------------------*
121900 01 AUF-FUNKTION                  PIC X(040).
122000*---------------------------------------------------------------*
122100* Konfigurations-Kennzeichen                                    *
122200*---------------------------------------------------------------*
122300 01 KONFIG-ID                     PIC X(002).
122400*---------------------------------------------------------------*
122500* Auftragsname                                                  *
122600*---------------------------------------------------------------*
122700 01 OBJEKT-AUFTRAGS-ID            PIC X(020).
122800*---------------------------------------------------------------*
122900* VerstAendigungsbereich des Aufrufers                          *
123000*---------------------------------------------------------------*
123100 COPY CGSOVER.
123200*---------------------------------------------------------------*
123300* Eingabebereich fuer den StandAlone-Auftrag KKA4GL             *
123400*---------------------------------------------------------------*
123500 01 LS-EINGABEBEREICH             PIC X(001).
123600 01 LS-EIN-BER-01                 REDEFINES LS-EINGABEBEREICH.
123700     COPY CKAI4GL1                REPLACING 01 BY 05,
123800                                  ==(01)== BY ==(01)==.
123900*---------------------------------------------------------------*
124000* Ausgabebereich fuer den StandAlone-Auftrag KKA4GL             *
124100*---------------------------------------------------------------*
124200 01 LS-AUSGABEBEREICH             PIC X(001).
124300 01 LS-AUS-BER-01                 REDEFINES LS-AUSGABEBEREICH.
124400     COPY CKAO4GL1                REPLACING 01 BY 05,
124500                                  ==(01)== BY ==(01)==.
124600*---------------------------------------------------------------*
124700* DUMMYS                                                        *
124800*---------------------------------------------------------------*
124900 01 TB-DUMMY                      PIC X(001).
125000/
125100 PROCEDURE DIVISION
125200     USING AUF-FUNKTION
125300           KONFIG-ID
125400           OBJEKT-AUFTRAGS-ID
125500           GSOVER-VERSTAENDIGUNGSBEREICH
125600           LS-EINGABEBEREICH
125700           LS-AUSGABEBEREICH
125800           TB-DUMMY
125900           .
126000/---------------------------------------------------------------*
126100* Hier wird die Steuerung des KORDOBA-Auftrags durchgefuehrt    *
126200*---------------------------------------------------------------*
126300 STEUER-KKA4GL SECTION.
126400 STEUER-KKA4GL-1001.
126500     PERFORM INITIALISIERUNG
126600     EVALUATE KAI4GL1-FUNKTION
126700     WHEN C-01-INT-ANL-AKGL
126800       PERFORM VERARB-ANL-AKGL
126900     WHEN C-01-INT-AEN-AKGL
127000       PERFORM VERARB-AEN-AKGL
127100     WHEN C-01-INT-LOE-AKGL
127200       PERFORM VERARB-LOE-AKGL
127300     WHEN C-01-INT-AKT-AKGL
127400       PERFORM VERARB-AKT-AKGL
127500     WHEN C-01-INT-VRW-AKGL
127600       PERFORM VERARB-VRW-AKGL
127700     WHEN C-01-INT-VOR-AKGL
127800       PERFORM VERARB-VOR-AKGL
127900     WHEN OTHER
128000* KA5002: @@@@@@@@: Unbekannte Funktion @@@@@@@@@@@@@@@@@@@@
128100       MOVE C-OBJEKT-KA5002       TO H-MELDUNGS-OBJEKT
128200       MOVE C-KKA4GL              TO GSTMEL-VAR-TEXT-1
128300       MOVE KAI4GL1-FUNKTION      TO H-FUNKTION
128400       MOVE H-FUNKTION-MLD        TO GSTMEL-VAR-TEXT-2
128500       PERFORM MELDUNG-EINTRAGEN
128600       GO TO PROGRAMM-VERLASSEN
128700     END-EVALUATE
128800     .
128900 STEUER-KKA4GL-1002.
129000     GO TO PROGRAMM-VERLASSEN.
129100/---------------------------------------------------------------*
129200* Eingaben pruefen: Abstimmkreis vorhanden, GL-Konto im         *
129300* Kontenplan                                                    *
129400*---------------------------------------------------------------*
129500 PRUEFEN-EINGABE-AKGL SECTION.
129600 PRUEFEN-EINGABE-AKGL-1001.
129700     MOVE C-GELDKTO-UMSATZ-ABSTIMM
129800                                  TO KAI0AKR-ABSTIMM-ART
129900     MOVE KAI4GL1-AK-NUMMER       TO KAI0AKR-AK-NUMMER
130000     CALL "CGSTAB"
130100     USING C-TAB-LESEN-EQUAL
130200           C-KONFIG-ID-KA
130300           C-OBJEKT-TAB-KA01AKRS
130400           GSOVER-VERSTAENDIGUNGSBEREICH
130500           KAI0AKR-EINGABEBEREICH
130600           KAO0AKR-AUSGABEBEREICH
130700           GSTTAB-EIN-AUSGABEBEREICH
130800     END-CALL
130900     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
131000     THEN
131100* KA4946: Abstimmkreis nicht vorhanden @@@@@@@@@@@@@@@@@@@@@@@@@
131200       MOVE C-OBJEKT-KA4946       TO H-MELDUNGS-OBJEKT
131300       PERFORM MELDUNG-EINTRAGEN
131400       GO TO PROGRAMM-VERLASSEN
131500     ELSE
131600       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
131700       THEN
131800         GO TO PROGRAMM-VERLASSEN
131900       END-IF
132000     END-IF
132100*
132200     MOVE KAI4GL1-GL-KONTO        TO H-PRUEF-KONTO
132300     PERFORM PRUEFEN-GL-KONTO
132400     .
132500 PRUEFEN-EINGABE-AKGL-1002.
132600     EXIT.
132700/---------------------------------------------------------------*
132800* GL-Konto gegen den aktuell geladenen Kontenplan-Abzug KA00AKHK*
132900* pruefen (Kopfsatz mit GL-Konto SPACE traegt den Stand)        *
133000*---------------------------------------------------------------*
133100 PRUEFEN-GL-KONTO SECTION.
133200 PRUEFEN-GL-KONTO-1001.
133300     MOVE SPACE                   TO KAI0AHK-GL-KONTO
133400     INITIALIZE KAO0AHK-AUSGABEBEREICH
133500     CALL "CGSTAB"
133600     USING C-TAB-LESEN-EQUAL
133700           C-KONFIG-ID-KA
133800           C-OBJEKT-TAB-KA00AKHK
133900           GSOVER-VERSTAENDIGUNGSBEREICH
134000           KAI0AHK-EINGABEBEREICH
134100           KAO0AHK-AUSGABEBEREICH
134200           GSTTAB-EIN-AUSGABEBEREICH
134300     END-CALL
134400     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
134500        OR (GSOVER-GEWICHT        = C-GEW-NICHT-GESETZT
134600            AND KAO0AHK-STAND     = SPACE)
134700     THEN
134800* KA4954: Kontenplan-Abzug nicht geladen @@@@@@@@@@@@@@@@@@@@@@@
134900       MOVE C-OBJEKT-KA4954       TO H-MELDUNGS-OBJEKT
135000       PERFORM MELDUNG-EINTRAGEN
135100       GO TO PROGRAMM-VERLASSEN
135200     ELSE
135300       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
135400       THEN
135500         GO TO PROGRAMM-VERLASSEN
135600       END-IF
135700     END-IF
135800     MOVE KAO0AHK-STAND           TO H-STAND
135900*
136000     IF H-PRUEF-KONTO             = SPACE
136100     THEN
136200       GO TO PRUEFEN-GL-KONTO-FEHLER
136300     END-IF
136400     MOVE H-PRUEF-KONTO           TO KAI0AHK-GL-KONTO
136500     INITIALIZE KAO0AHK-AUSGABEBEREICH
136600     CALL "CGSTAB"
136700     USING C-TAB-LESEN-EQUAL
136800           C-KONFIG-ID-KA
136900           C-OBJEKT-TAB-KA00AKHK
137000           GSOVER-VERSTAENDIGUNGSBEREICH
137100           KAI0AHK-EINGABEBEREICH
137200           KAO0AHK-AUSGABEBEREICH
137300           GSTTAB-EIN-AUSGABEBEREICH
137400     END-CALL
137500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
137600        AND KAO0AHK-AKTIV-JA
137700        AND KAO0AHK-STAND         = H-STAND
137800     THEN
137900       GO TO PRUEFEN-GL-KONTO-1002
138000     END-IF
138100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
138200        AND GSOVER-GEWICHT        NOT = C-GEW-ZUSTAND
138300     THEN
138400       GO TO PROGRAMM-VERLASSEN
138500     END-IF
138600     .
138700 PRUEFEN-GL-KONTO-FEHLER.
138800* KA4953: GL-Konto @@@@@@@@@@ nicht im Kontenplan oder nicht
138900*         bebuchbar
139000     MOVE C-OBJEKT-KA4953         TO H-MELDUNGS-OBJEKT
139100     MOVE H-PRUEF-KONTO           TO GSTMEL-VAR-TEXT-1
139200     PERFORM MELDUNG-EINTRAGEN
139300     GO TO PROGRAMM-VERLASSEN
139400     .
139500 PRUEFEN-GL-KONTO-1002.
139600     EXIT.
139700/---------------------------------------------------------------*
139800* Pruefen, dass keine Aenderung eines anderen Benutzers zu      *
139900* dieser Regel schwebt (die eigene wird ueberschrieben)         *
140000*---------------------------------------------------------------*
140100 PRUEFEN-PD-OFFEN SECTION.
140200 PRUEFEN-PD-OFFEN-1001.
140300     PERFORM PD-LESEN-AKGL
140400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
140500     THEN
140600       IF KAO0APD-SCHWEBEND
140700          AND KAO0APD-ERFASSER    NOT =
140800              GSO0ANM-BENUTZERIDENTIFIKATION
140900       THEN
141000* KA4955: Aenderung von @@@@@@@@ schwebt bereits @@@@@@@@@@@@@@@
141100         MOVE C-OBJEKT-KA4955     TO H-MELDUNGS-OBJEKT
141200         MOVE KAO0APD-ERFASSER    TO GSTMEL-VAR-TEXT-1
141300         PERFORM MELDUNG-EINTRAGEN
141400         GO TO PROGRAMM-VERLASSEN
141500       END-IF
141600     ELSE
141700       IF GSOVER-GEWICHT          NOT = C-GEW-ZUSTAND
141800       THEN
141900         GO TO PROGRAMM-VERLASSEN
142000       END-IF
142100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
142200     END-IF
142300     .
142400 PRUEFEN-PD-OFFEN-1002.
142500     EXIT.
142600/---------------------------------------------------------------*
142700* Neuanlage                                                     *
142800*---------------------------------------------------------------*
142900 VERARB-ANL-AKGL SECTION.
143000 VERARB-ANL-AKGL-1001.
143100     PERFORM PRUEFEN-EINGABE-AKGL
143200*
143300     PERFORM PRUEFEN-ANL-AKGL
143400*
143500     PERFORM EINGABEBEREICH-FUELLEN-1
143600*
143700     PERFORM PRUEFEN-PD-OFFEN
143800*
143900     MOVE SPACE                   TO H-ALT-DATEN
144000                                     H-PD-AKTION
144100     PERFORM PD-EINSTELLEN-VIER-AUGEN
144200*
144300     PERFORM AUSGABEBEREICH-FUELLEN-1
144400     .
144500 VERARB-ANL-AKGL-1002.
144600     EXIT.
144700/---------------------------------------------------------------*
144800* Pruefen, ob bei Neuanlage bereits eine Regel mit diesem       *
144900* Schluessel vorhanden ist                                      *
145000*---------------------------------------------------------------*
145100 PRUEFEN-ANL-AKGL SECTION.
145200 PRUEFEN-ANL-AKGL-1001.
145300     PERFORM DB-ZUGRIFF-LESEN-AKGL
145400*
145500     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
145600     THEN
145700* KA4956: Kontierungsregel bereits vorhanden @@@@@@@@@@@@@@@@@@@
145800       MOVE C-OBJEKT-KA4956       TO H-MELDUNGS-OBJEKT
145900       PERFORM MELDUNG-EINTRAGEN
146000       GO TO PROGRAMM-VERLASSEN
146100     ELSE
146200       IF GSOVER-GEWICHT          NOT = C-GEW-ZUSTAND
146300       THEN
146400         GO TO PROGRAMM-VERLASSEN
146500       END-IF
146600     END-IF
146700     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
146800     .
146900 PRUEFEN-ANL-AKGL-1002.
147000     EXIT.
147100/---------------------------------------------------------------*
147200* Aenderung mit Vorhandensein-Check                             *
147300*---------------------------------------------------------------*
147400 VERARB-AEN-AKGL SECTION.
147500 VERARB-AEN-AKGL-1001.
147600     PERFORM PRUEFEN-EINGABE-AKGL
147700*
147800     PERFORM PRUEFEN-AEN-AKGL
147900*
148000     PERFORM EINGABEBEREICH-FUELLEN-1
148100*
148200     PERFORM PRUEFEN-PD-OFFEN
148300*
148400     MOVE SPACE                   TO H-PD-AKTION
148500     PERFORM PD-EINSTELLEN-VIER-AUGEN
148600*
148700     PERFORM AUSGABEBEREICH-FUELLEN-1
148800     .
148900 VERARB-AEN-AKGL-1002.
149000     EXIT.
149100/---------------------------------------------------------------*
149200* Pruefen, ob bei Aenderung oder Loeschung die Regel ueberhaupt *
149300* vorhanden ist; das alte Satzbild wird gemerkt                 *
149400*---------------------------------------------------------------*
149500 PRUEFEN-AEN-AKGL SECTION.
149600 PRUEFEN-AEN-AKGL-1001.
149700     PERFORM DB-ZUGRIFF-LESEN-AKGL
149800*
149900     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND
150000     THEN
150100* KA4957: Kontierungsregel nicht vorhanden @@@@@@@@@@@@@@@@@@@@@
150200       MOVE C-OBJEKT-KA4957       TO H-MELDUNGS-OBJEKT
150300       PERFORM MELDUNG-EINTRAGEN
150400       GO TO PROGRAMM-VERLASSEN
150500     ELSE
150600       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT
150700       THEN
150800         GO TO PROGRAMM-VERLASSEN
150900       END-IF
151000     END-IF
151100     MOVE KAO0AKM-AUSGABEBEREICH  TO H-ALT-DATEN
151200     .
151300 PRUEFEN-AEN-AKGL-1002.
151400     EXIT.
151500/---------------------------------------------------------------*
151600* Loeschung: als schwebende Aenderung mit Aktion LOESCHEN       *
151700* einstellen, das neue Satzbild bleibt leer                     *
151800*---------------------------------------------------------------*
151900 VERARB-LOE-AKGL SECTION.
152000 VERARB-LOE-AKGL-1001.
152100     PERFORM PRUEFEN-AEN-AKGL
152200*
152300     MOVE KAI4GL1-AK-NUMMER       TO KAI0AKM-AK-NUMMER
152400     MOVE KAI4GL1-GRUND-CODE      TO KAI0AKM-GRUND-CODE
152500*
152600     PERFORM PRUEFEN-PD-OFFEN
152700*
152800     MOVE C-AKTION-LOESCHEN       TO H-PD-AKTION
152900     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
153000     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION
153100     MOVE C-TABELLE-AKGL          TO KAIPD-TABELLE
153200     MOVE KAI0AKM-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
153300     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
153400                                  TO KAIPD-BENUTZER
153500     MOVE H-PD-AKTION             TO KAIPD-AKTION
153600     MOVE H-ALT-DATEN             TO KAIPD-ALT-DATEN
153700     MOVE SPACE                   TO KAIPD-NEU-DATEN
153800     PERFORM PD-AUFRUFEN-EINSTELLEN
153900*
154000     PERFORM AUSGABEBEREICH-FUELLEN-1
154100     .
154200 VERARB-LOE-AKGL-1002.
154300     EXIT.
154400/---------------------------------------------------------------*
154500* Lesender TABEX-Zugriff KA02AKGL                               *
154600*---------------------------------------------------------------*
154700 DB-ZUGRIFF-LESEN-AKGL SECTION.
154800 DB-ZUGRIFF-LESEN-AKGL-1001.
154900     MOVE KAI4GL1-AK-NUMMER       TO KAI0AKM-AK-NUMMER
155000     MOVE KAI4GL1-GRUND-CODE      TO KAI0AKM-GRUND-CODE
155100*
155200     CALL "CGSTAB"
155300     USING C-TAB-LESEN-EQUAL
155400           C-KONFIG-ID-KA
155500           C-OBJEKT-TAB-KA02AKGL
155600           GSOVER-VERSTAENDIGUNGSBEREICH
155700           KAI0AKM-EINGABEBEREICH
155800           KAO0AKM-AUSGABEBEREICH
155900           GSTTAB-EIN-AUSGABEBEREICH
156000     END-CALL
156100     .
156200 DB-ZUGRIFF-LESEN-AKGL-1002.
156300     EXIT.
156400/---------------------------------------------------------------*
156500* Schreibender bzw. loeschender TABEX-Zugriff KA02AKGL          *
156600*---------------------------------------------------------------*
156700 DB-ZUGRIFF-SCHREIBEN-AKGL SECTION.
156800 DB-ZUGRIFF-SCHREIBEN-AKGL-1001.
156900     IF KAOPD-AKTION              = C-AKTION-LOESCHEN
157000     THEN
157100       CALL "CGSTAB"
157200       USING C-TAB-LOESCHEN-EQUAL
157300             C-KONFIG-ID-KA
157400             C-OBJEKT-TAB-KA02AKGL
157500             GSOVER-VERSTAENDIGUNGSBEREICH
157600             KAI0AKM-EINGABEBEREICH
157700             KAO0AKM-AUSGABEBEREICH
157800             GSTTAB-EIN-AUSGABEBEREICH
157900       END-CALL
158000     ELSE
158100       CALL "CGSTAB"
158200       USING C-TAB-SCHREIBEN-EQUAL
158300             C-KONFIG-ID-KA
158400             C-OBJEKT-TAB-KA02AKGL
158500             GSOVER-VERSTAENDIGUNGSBEREICH
158600             KAI0AKM-EINGABEBEREICH
158700             KAO0AKM-AUSGABEBEREICH
158800             GSTTAB-EIN-AUSGABEBEREICH
158900       END-CALL
159000     END-IF
159100*
159200     EVALUATE GSOVER-GEWICHT
159300       WHEN C-GEW-NICHT-GESETZT
159400         CONTINUE
159500       WHEN C-GEW-ZUSTAND
159600         CONTINUE
159700       WHEN OTHER
159800         GO TO PROGRAMM-VERLASSEN
159900     END-EVALUATE
160000     .
160100 DB-ZUGRIFF-SCHREIBEN-AKGL-1002.
160200     EXIT.
160300/---------------------------------------------------------------*
160400* Schwebende Aenderung zur Regel aus KA02AKPD lesen             *
160500*---------------------------------------------------------------*
160600 PD-LESEN-AKGL SECTION.
160700 PD-LESEN-AKGL-1001.
160800     MOVE KAI4GL1-AK-NUMMER       TO KAI0AKM-AK-NUMMER
160900     MOVE KAI4GL1-GRUND-CODE      TO KAI0AKM-GRUND-CODE
161000     MOVE C-TABELLE-AKGL          TO KAI0APD-TABELLE
161100     MOVE KAI0AKM-EINGABEBEREICH  TO KAI0APD-SCHLUESSEL
161200     INITIALIZE KAO0APD-AUSGABEBEREICH
161300     CALL "CGSTAB"
161400     USING C-TAB-LESEN-EQUAL
161500           C-KONFIG-ID-KA
161600           C-OBJEKT-TAB-KA02AKPD
161700           GSOVER-VERSTAENDIGUNGSBEREICH
161800           KAI0APD-EINGABEBEREICH
161900           KAO0APD-AUSGABEBEREICH
162000           GSTTAB-EIN-AUSGABEBEREICH
162100     END-CALL
162200     .
162300 PD-LESEN-AKGL-1002.
162400     EXIT.
162500/---------------------------------------------------------------*
162600* Schwebende Aenderung muss vorhanden sein (Aktivieren,         *
162700* Verwerfen, Vorschau)                                          *
162800*---------------------------------------------------------------*
162900 PRUEFEN-PD-SCHWEBEND SECTION.
163000 PRUEFEN-PD-SCHWEBEND-1001.
163100     PERFORM PD-LESEN-AKGL
163200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
163300        AND KAO0APD-SCHWEBEND
163400     THEN
163500       GO TO PRUEFEN-PD-SCHWEBEND-1002
163600     END-IF
163700     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
163800        AND GSOVER-GEWICHT        NOT = C-GEW-ZUSTAND
163900     THEN
164000       GO TO PROGRAMM-VERLASSEN
164100     END-IF
164200* KA4902: Keine schwebende Aenderung vorhanden @@@@@@@@@@@@@@@@@
164300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
164400     MOVE C-OBJEKT-KA4902         TO H-MELDUNGS-OBJEKT
164500     PERFORM MELDUNG-EINTRAGEN
164600     GO TO PROGRAMM-VERLASSEN
164700     .
164800 PRUEFEN-PD-SCHWEBEND-1002.
164900     EXIT.
165000/---------------------------------------------------------------*
165100* Eingabebereich fuellen KAI0AKM/KAO0AKM (Schluessel und Daten) *
165200*---------------------------------------------------------------*
165300 EINGABEBEREICH-FUELLEN-1 SECTION.
165400 EINGABEBEREICH-FUELLEN-1-1001.
165500     MOVE KAI4GL1-AK-NUMMER       TO KAI0AKM-AK-NUMMER
165600     MOVE KAI4GL1-GRUND-CODE      TO KAI0AKM-GRUND-CODE
165700     MOVE KAI4GL1-GL-KONTO        TO KAO0AKM-GL-KONTO
165800     MOVE KAI4GL1-BUCHUNGSTEXT    TO KAO0AKM-BUCHUNGSTEXT
165900     .
166000 EINGABEBEREICH-FUELLEN-1-1002.
166100     EXIT.
166200/---------------------------------------------------------------*
166300* Ausgabebereich fuellen KAO4GL1                                *
166400*---------------------------------------------------------------*
166500 AUSGABEBEREICH-FUELLEN-1 SECTION.
166600 AUSGABEBEREICH-FUELLEN-1-1001.
166700     MOVE KAI0AKM-AK-NUMMER       TO KAO4GL1-AK-NUMMER
166800     MOVE KAI0AKM-GRUND-CODE      TO KAO4GL1-GRUND-CODE
166900     MOVE KAO0AKM-GL-KONTO        TO KAO4GL1-GL-KONTO
167000     MOVE KAO0AKM-BUCHUNGSTEXT    TO KAO4GL1-BUCHUNGSTEXT
167100     MOVE KAO0AHK-BEZEICHNUNG     TO KAO4GL1-KONTO-BEZ
167200     MOVE KAOPD-STATUS            TO KAO4GL1-PD-STATUS
167300     MOVE KAOPD-ERFASSER          TO KAO4GL1-PD-ERFASSER
167400     MOVE KAOPD-ERF-DATUM         TO KAO4GL1-PD-ERF-DATUM
167500     MOVE KAOPD-AKTION            TO KAO4GL1-PD-AKTION
167600     .
167700 AUSGABEBEREICH-FUELLEN-1-1002.
167800     EXIT.
167900/---------------------------------------------------------------*
168000* Aenderung als schwebenden Satz einstellen (Vier-Augen-        *
168100* Prinzip, Dienst KKA4PD)                                       *
168200*---------------------------------------------------------------*
168300 PD-EINSTELLEN-VIER-AUGEN SECTION.
168400 PD-EINSTELLEN-VIER-AUGEN-1001.
168500     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
168600     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION
168700     MOVE C-TABELLE-AKGL          TO KAIPD-TABELLE
168800     MOVE KAI0AKM-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
168900     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
169000                                  TO KAIPD-BENUTZER
169100     MOVE H-PD-AKTION             TO KAIPD-AKTION
169200     MOVE H-ALT-DATEN             TO KAIPD-ALT-DATEN
169300     MOVE KAO0AKM-AUSGABEBEREICH  TO KAIPD-NEU-DATEN
169400     PERFORM PD-AUFRUFEN-EINSTELLEN
169500     .
169600 PD-EINSTELLEN-VIER-AUGEN-1002.
169700     EXIT.
169800/---------------------------------------------------------------*
169900* KKA4PD zum Einstellen rufen (KAIPD-Bereich versorgt)          *
170000*---------------------------------------------------------------*
170100 PD-AUFRUFEN-EINSTELLEN SECTION.
170200 PD-AUFRUFEN-EINSTELLEN-1001.
170300     CALL "KKA4PD"
170400     USING KAIPD-EINGABEBEREICH
170500           KAOPD-AUSGABEBEREICH
170600           GSOVER-VERSTAENDIGUNGSBEREICH
170700     END-CALL
170800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
170900     THEN
171000       GO TO PROGRAMM-VERLASSEN
171100     END-IF
171200*    KA4899 Aenderung zur Freigabe vorgemerkt
171300     MOVE C-OBJEKT-KA4899         TO H-MELDUNGS-OBJEKT
171400     PERFORM MELDUNG-EINTRAGEN
171500     .
171600 PD-AUFRUFEN-EINSTELLEN-1002.
171700     EXIT.
171800/---------------------------------------------------------------*
171900* Schwebende Aenderung aktivieren (zweiter Benutzer) und den    *
172000* Tabellenzugriff mit dem gespeicherten Satzbild ausfuehren;    *
172100* das GL-Konto wird gegen den dann aktuellen Kontenplan erneut  *
172200* geprueft                                                      *
172300*---------------------------------------------------------------*
172400 VERARB-AKT-AKGL SECTION.
172500 VERARB-AKT-AKGL-1001.
172600     PERFORM PRUEFEN-PD-SCHWEBEND
172700     IF KAO0APD-AKTION            NOT = C-AKTION-LOESCHEN
172800     THEN
172900       MOVE KAO0APD-NEU-DATEN     TO KAO0AKM-AUSGABEBEREICH
173000       MOVE KAO0AKM-GL-KONTO      TO H-PRUEF-KONTO
173100       PERFORM PRUEFEN-GL-KONTO
173200     END-IF
173300*
173400     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
173500     MOVE C-01-INT-PD-AKTIVIEREN  TO KAIPD-FUNKTION
173600     MOVE C-TABELLE-AKGL          TO KAIPD-TABELLE
173700     MOVE KAI0AKM-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
173800     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
173900                                  TO KAIPD-BENUTZER
174000     CALL "KKA4PD"
174100     USING KAIPD-EINGABEBEREICH
174200           KAOPD-AUSGABEBEREICH
174300           GSOVER-VERSTAENDIGUNGSBEREICH
174400     END-CALL
174500     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
174600     THEN
174700       MOVE GSOVER-RETURNCODE (1:6)
174800                                  TO H-MELDUNGS-OBJEKT
174900       PERFORM MELDUNG-EINTRAGEN
175000       GO TO PROGRAMM-VERLASSEN
175100     END-IF
175200     IF KAOPD-AKTION              = C-AKTION-LOESCHEN
175300     THEN
175400       MOVE KAOPD-ALT-DATEN       TO KAO0AKM-AUSGABEBEREICH
175500     ELSE
175600       MOVE KAOPD-NEU-DATEN       TO KAO0AKM-AUSGABEBEREICH
175700     END-IF
175800     PERFORM DB-ZUGRIFF-SCHREIBEN-AKGL
175900     PERFORM AUSGABEBEREICH-FUELLEN-1
176000     .
176100 VERARB-AKT-AKGL-1002.
176200     EXIT.
176300/---------------------------------------------------------------*
176400* Schwebende Aenderung verwerfen (Ablehnung durch den Freigeber *
176500* oder Ruecknahme durch den Erfasser)                           *
176600*---------------------------------------------------------------*
176700 VERARB-VRW-AKGL SECTION.
176800 VERARB-VRW-AKGL-1001.
176900     PERFORM PRUEFEN-PD-SCHWEBEND
177000*
177100     MOVE SPACE                   TO KAIPD-EINGABEBEREICH
177200     MOVE C-01-INT-PD-VERWERFEN   TO KAIPD-FUNKTION
177300     MOVE C-TABELLE-AKGL          TO KAIPD-TABELLE
177400     MOVE KAI0AKM-EINGABEBEREICH  TO KAIPD-SCHLUESSEL
177500     MOVE GSO0ANM-BENUTZERIDENTIFIKATION
177600                                  TO KAIPD-BENUTZER
177700     CALL "KKA4PD"
177800     USING KAIPD-EINGABEBEREICH
177900           KAOPD-AUSGABEBEREICH
178000           GSOVER-VERSTAENDIGUNGSBEREICH
178100     END-CALL
178200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
178300     THEN
178400       MOVE GSOVER-RETURNCODE (1:6)
178500                                  TO H-MELDUNGS-OBJEKT
178600       PERFORM MELDUNG-EINTRAGEN
178700       GO TO PROGRAMM-VERLASSEN
178800     END-IF
178900     MOVE KAOPD-NEU-DATEN         TO KAO0AKM-AUSGABEBEREICH
179000     PERFORM AUSGABEBEREICH-FUELLEN-1
179100     .
179200 VERARB-VRW-AKGL-1002.
179300     EXIT.
179400/---------------------------------------------------------------*
179500* Buchungsvorschau: fuer die schwebende Aenderung alle offenen  *
179600* bzw. fehlerhaften Vormerkungen und die im Vormonat            *
179700* versendeten Buchungen des Abstimmkreises mit altem und neuem  *
179800* Regelstand kontieren und die Abweichungen ausgeben            *
179900*---------------------------------------------------------------*
180000 VERARB-VOR-AKGL SECTION.
180100 VERARB-VOR-AKGL-1001.
180200     PERFORM PRUEFEN-PD-SCHWEBEND
180300*
180400     MOVE KAI0AKM-AK-NUMMER       TO H-REGEL-AK
180500     MOVE KAI0AKM-GRUND-CODE      TO H-REGEL-GRUND
180600     IF KAO0APD-AKTION            = C-AKTION-LOESCHEN
180700     THEN
180800       SET NEU-REGEL-ENTFAELLT    TO TRUE
180900       MOVE SPACE                 TO H-NEU-REGEL
181000       MOVE KAO0APD-ALT-DATEN     TO KAO0AKM-AUSGABEBEREICH
181100     ELSE
181200       SET NEU-REGEL-VORHANDEN    TO TRUE
181300       MOVE KAO0APD-NEU-DATEN     TO H-NEU-REGEL
181400       MOVE KAO0APD-NEU-DATEN     TO KAO0AKM-AUSGABEBEREICH
181500     END-IF
181600     MOVE KAO0APD-ERFASSER        TO KAOPD-ERFASSER
181700     MOVE KAO0APD-ERF-DATUM       TO KAOPD-ERF-DATUM
181800     MOVE KAO0APD-STATUS          TO KAOPD-STATUS
181900     MOVE KAO0APD-AKTION          TO KAOPD-AKTION
182000     INITIALIZE KAO0AHK-AUSGABEBEREICH
182100     PERFORM AUSGABEBEREICH-FUELLEN-1
182200*
182300*    Vormonat: erster bis letzter Kalendertag
182400     ACCEPT H-DATUM               FROM DATE YYYYMMDD
182500     MOVE H-DATUM                 TO H-VM-DATUM
182600     IF H-VM-MM                   = 1
182700     THEN
182800       MOVE 12                    TO H-VM-MM
182900       SUBTRACT 1                 FROM H-VM-JJJJ
183000     ELSE
183100       SUBTRACT 1                 FROM H-VM-MM
183200     END-IF
183300     MOVE 1                       TO H-VM-TT
183400     MOVE H-VM-DATUM              TO H-VM-VON
183500     MOVE 31                      TO H-VM-TT
183600     MOVE H-VM-DATUM              TO H-VM-BIS
183700*
183800     INITIALIZE KAO4GL1-VORSCHAU
183900     MOVE H-VM-VON                TO KAO4GL1-VM-VON
184000     MOVE H-VM-BIS                TO KAO4GL1-VM-BIS
184100     MOVE C-N                     TO KAO4GL1-MEHR-KZ
184200     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
184300*
184400     MOVE C-1                     TO H-LFD-ZEILE
184500     PERFORM LESEN-GB-ZEILE
184600     PERFORM UNTIL GB-N-GEFUNDEN
184700       PERFORM VORMERKUNG-PRUEFEN
184800       ADD C-1                    TO H-LFD-ZEILE
184900       PERFORM LESEN-GB-ZEILE
185000     END-PERFORM
185100     .
185200 VERARB-VOR-AKGL-1002.
185300     EXIT.
185400/---------------------------------------------------------------*
185500* Zeile aus KA03AKGB lesen                                      *
185600*---------------------------------------------------------------*
185700 LESEN-GB-ZEILE SECTION.
185800 LESEN-GB-ZEILE-1001.
185900     MOVE H-LFD-ZEILE             TO KA0AKGB-ZEILENNUMMER
186000     CALL "CGSTAB" USING
186100          C-TAB-LESEN-ZEILE
186200          C-KONFIG-ID-KA
186300          C-OBJEKT-TAB-KA03AKGB
186400          GSOVER-VERSTAENDIGUNGSBEREICH
186500          KA0AKGB-EINGABEBEREICH
186600          KA0AKGB-AUSGABEBEREICH
186700          DUMMY
186800     END-CALL
186900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
187000     THEN
187100       SET GB-GEFUNDEN            TO TRUE
187200     ELSE
187300       SET GB-N-GEFUNDEN          TO TRUE
187400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
187500     END-IF
187600     .
187700 LESEN-GB-ZEILE-1002.
187800     EXIT.
187900/---------------------------------------------------------------*
188000* Eine Vormerkung fuer die Vorschau pruefen: Zeitraum, Grund,   *
188100* Abstimmkreis der Schliessung, danach je Teilbuchung vergleichen*
188200*---------------------------------------------------------------*
188300 VORMERKUNG-PRUEFEN SECTION.
188400 VORMERKUNG-PRUEFEN-1001.
188500     EVALUATE TRUE
188600     WHEN KA0AKGB-OFFEN
188700     WHEN KA0AKGB-FEHLER
188800       SET ZEITRAUM-OFFEN         TO TRUE
188900     WHEN (KA0AKGB-VERSENDET OR KA0AKGB-GEBUCHT)
189000      AND KA0AKGB-SENDE-DATUM     NOT < H-VM-VON
189100      AND KA0AKGB-SENDE-DATUM     NOT > H-VM-BIS
189200       SET ZEITRAUM-VORMONAT      TO TRUE
189300     WHEN OTHER
189400       SET ZEITRAUM-AUSSERHALB    TO TRUE
189500       GO TO VORMERKUNG-PRUEFEN-1002
189600     END-EVALUATE
189700*    Regel eines bestimmten Grundes: nur Vormerkungen, die ihn
189800*    verwenden koennen (ohne Postenzugriff vorfiltern)
189900     IF H-REGEL-GRUND             NOT = SPACE
190000     THEN
190100       EVALUATE TRUE
190200       WHEN H-REGEL-GRUND         = C-GRUND-FXRE
190300        AND KA0AKGB-FX-REAL-BETRAG
190400                                  NOT = ZERO
190500         CONTINUE
190600       WHEN H-REGEL-GRUND         = C-GRUND-FXRV
190700        AND KA0AKGB-FX-NEUBEW-BETRAG
190800                                  NOT = ZERO
190900         CONTINUE
191000       WHEN KA0AKGB-GRUND-CODE    = H-REGEL-GRUND
191100         CONTINUE
191200       WHEN OTHER
191300         GO TO VORMERKUNG-PRUEFEN-1002
191400       END-EVALUATE
191500     END-IF
191600*    Posten der Schliessung: Abstimmkreis, Betrag, Waehrung
191700     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
191800     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
191900     MOVE C-N                     TO
192000                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
192100     MOVE 200                     TO KAI5OF2-ANF-ANZ-TREFFER
192200     MOVE KA0AKGB-SCHLIESSUNGSNR  TO KAI5OF2-SCHLIESSUNGSNR
192300     CALL "AKA5OF" USING
192400          C-01-STD-APO-LIST-Z-SCH
192500          C-KONFIG-ID-KA
192600          C-KKA4GL
192700          GSOVER-VERSTAENDIGUNGSBEREICH
192800          KAI5OF2-EINGABEBEREICH
192900          KAO5OF2-AUSGABEBEREICH
193000          DUMMY
193100          KAXIND-INDICES
193200     END-CALL
193300     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
193400        OR KAO5OF2-IND-LETZT      = ZERO
193500     THEN
193600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
193700       GO TO VORMERKUNG-PRUEFEN-1002
193800     END-IF
193900     IF KAO5OF2-APO-ABSTIMMKREIS-NR (1)
194000                                  NOT = H-REGEL-AK
194100     THEN
194200       GO TO VORMERKUNG-PRUEFEN-1002
194300     END-IF
194400     ADD C-1                      TO KAO4GL1-ANZ-GEPRUEFT
194500     MOVE ZERO                    TO H-SUMME-SCHLIESSUNG
194600     PERFORM VARYING H-INDEX FROM 1 BY 1
194700             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
194800       ADD KAO5OF2-APO-BETRAG (H-INDEX)
194900                                  TO H-SUMME-SCHLIESSUNG
195000     END-PERFORM
195100*    Genehmigte Ausbuchung bucht auf ihr GuV-Konto (wie AKAGLB)
195200     SET AUSBUCHUNG-NEIN          TO TRUE
195300     MOVE KA0AKGB-SCHLIESSUNGSNR  TO KAI0AKU-SCHLIESSUNGSNR
195400     CALL "CGSTAB"
195500     USING C-TAB-LESEN-EQUAL
195600           C-KONFIG-ID-KA
195700           C-OBJEKT-TAB-KA02AKAB
195800           GSOVER-VERSTAENDIGUNGSBEREICH
195900           KAI0AKU-EINGABEBEREICH
196000           KAO0AKU-AUSGABEBEREICH
196100           GSTTAB-EIN-AUSGABEBEREICH
196200     END-CALL
196300     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
196400        AND KAO0AKU-GENEHMIGT
196500     THEN
196600       SET AUSBUCHUNG-JA          TO TRUE
196700     ELSE
196800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
196900     END-IF
197000*    Teilbuchung der Schliessung
197100     IF AUSBUCHUNG-NEIN
197200     THEN
197300       MOVE C-TEIL-SCHLIESSUNG    TO H-TEIL
197400       MOVE KA0AKGB-GRUND-CODE    TO H-SUCH-GRUND
197500       MOVE H-SUMME-SCHLIESSUNG   TO H-TEIL-BETRAG
197600       MOVE KAO5OF2-APO-WAEHRUNG (1)
197700                                  TO H-TEIL-WAEHRUNG
197800       PERFORM TEIL-VERGLEICHEN
197900     END-IF
198000*    Realisiertes Kursergebnis und Aufloesung der Neubewertung
198100     IF KA0AKGB-FX-REAL-BETRAG    NOT = ZERO
198200     THEN
198300       MOVE C-TEIL-REALISIERT     TO H-TEIL
198400       MOVE C-GRUND-FXRE          TO H-SUCH-GRUND
198500       MOVE KA0AKGB-FX-REAL-BETRAG
198600                                  TO H-TEIL-BETRAG
198700       MOVE C-HAUSWAEHRUNG        TO H-TEIL-WAEHRUNG
198800       PERFORM TEIL-VERGLEICHEN
198900     END-IF
199000     IF KA0AKGB-FX-NEUBEW-BETRAG  NOT = ZERO
199100     THEN
199200       MOVE C-TEIL-NEUBEWERTUNG   TO H-TEIL
199300       MOVE C-GRUND-FXRV          TO H-SUCH-GRUND
199400       MOVE KA0AKGB-FX-NEUBEW-BETRAG
199500                                  TO H-TEIL-BETRAG
199600       MOVE C-HAUSWAEHRUNG        TO H-TEIL-WAEHRUNG
199700       PERFORM TEIL-VERGLEICHEN
199800     END-IF
199900     .
200000 VORMERKUNG-PRUEFEN-1002.
200100     EXIT.
200200/---------------------------------------------------------------*
200300* Eine Teilbuchung mit altem und neuem Regelstand kontieren und *
200400* eine Abweichung als Vorschauzeile ausgeben                    *
200500*---------------------------------------------------------------*
200600 TEIL-VERGLEICHEN SECTION.
200700 TEIL-VERGLEICHEN-1001.
200800     SET MODUS-ALT                TO TRUE
200900     PERFORM KONTIERUNG-ERMITTELN
201000     MOVE H-ERG-KONTO             TO H-KONTO-ALT
201100     SET MODUS-NEU                TO TRUE
201200     PERFORM KONTIERUNG-ERMITTELN
201300     MOVE H-ERG-KONTO             TO H-KONTO-NEU
201400*
201500     IF H-KONTO-ALT               = H-KONTO-NEU
201600     THEN
201700       ADD C-1                    TO KAO4GL1-ANZ-UNVERAENDERT
201800       GO TO TEIL-VERGLEICHEN-1002
201900     END-IF
202000     IF ZEITRAUM-OFFEN
202100     THEN
202200       ADD C-1                    TO KAO4GL1-ANZ-OFFEN-AEND
202300     ELSE
202400       ADD C-1                    TO KAO4GL1-ANZ-VM-AEND
202500     END-IF
202600     IF H-KONTO-NEU               = SPACE
202700     THEN
202800       ADD C-1                    TO KAO4GL1-ANZ-OHNE-KONTO
202900     END-IF
203000     IF KAO4GL1-IND-LETZT         NOT < C-MAX-ZEILEN
203100     THEN
203200       SET KAO4GL1-MEHR-ZEILEN    TO TRUE
203300       GO TO TEIL-VERGLEICHEN-1002
203400     END-IF
203500     ADD C-1                      TO KAO4GL1-IND-LETZT
203600     MOVE KAO4GL1-IND-LETZT       TO H-INDEX
203700     MOVE KA0AKGB-SCHLIESSUNGSNR  TO
203800                               KAO4GL1-Z-SCHLIESSUNGSNR (H-INDEX)
203900     MOVE KA0AKGB-GRUND-CODE      TO
204000                               KAO4GL1-Z-GRUND-CODE (H-INDEX)
204100     MOVE H-TEIL                  TO KAO4GL1-Z-TEIL (H-INDEX)
204200     MOVE KA0AKGB-STATUS          TO
204300                               KAO4GL1-Z-GB-STATUS (H-INDEX)
204400     MOVE KA0AKGB-SENDE-DATUM     TO
204500                               KAO4GL1-Z-SENDE-DATUM (H-INDEX)
204600     MOVE H-TEIL-BETRAG           TO KAO4GL1-Z-BETRAG (H-INDEX)
204700     MOVE H-TEIL-WAEHRUNG         TO
204800                               KAO4GL1-Z-WAEHRUNG (H-INDEX)
204900     MOVE H-KONTO-ALT             TO
205000                               KAO4GL1-Z-KONTO-ALT (H-INDEX)
205100     MOVE H-KONTO-NEU             TO
205200                               KAO4GL1-Z-KONTO-NEU (H-INDEX)
205300     .
205400 TEIL-VERGLEICHEN-1002.
205500     EXIT.
205600/---------------------------------------------------------------*
205700* Kontierung wie AKAGLB aufloesen: erst Abstimmkreis + Grund,   *
205800* dann Sammeleintrag; Ergebnis SPACE = keine Kontierung         *
205900*---------------------------------------------------------------*
206000 KONTIERUNG-ERMITTELN SECTION.
206100 KONTIERUNG-ERMITTELN-1001.
206200     MOVE SPACE                   TO H-ERG-KONTO
206300     MOVE H-SUCH-GRUND            TO H-LESE-GRUND
206400     PERFORM KONTIERUNG-LESEN
206500     IF KONTIERUNG-N-GEFUNDEN
206600        AND H-SUCH-GRUND          NOT = SPACE
206700     THEN
206800       MOVE SPACE                 TO H-LESE-GRUND
206900       PERFORM KONTIERUNG-LESEN
207000     END-IF
207100     .
207200 KONTIERUNG-ERMITTELN-1002.
207300     EXIT.
207400/---------------------------------------------------------------*
207500* Eine Regel lesen; im neuen Stand ersetzt die schwebende       *
207600* Aenderung den Tabelleneintrag ihres Schluessels               *
207700*---------------------------------------------------------------*
207800 KONTIERUNG-LESEN SECTION.
207900 KONTIERUNG-LESEN-1001.
208000     SET KONTIERUNG-N-GEFUNDEN    TO TRUE
208100     IF MODUS-NEU
208200        AND H-LESE-GRUND          = H-REGEL-GRUND
208300     THEN
208400       IF NEU-REGEL-VORHANDEN
208500       THEN
208600         SET KONTIERUNG-GEFUNDEN  TO TRUE
208700         MOVE H-NEU-GL-KONTO      TO H-ERG-KONTO
208800       END-IF
208900       GO TO KONTIERUNG-LESEN-1002
209000     END-IF
209100     MOVE H-REGEL-AK              TO KAI0AKM-AK-NUMMER
209200     MOVE H-LESE-GRUND            TO KAI0AKM-GRUND-CODE
209300     CALL "CGSTAB"
209400     USING C-TAB-LESEN-EQUAL
209500           C-KONFIG-ID-KA
209600           C-OBJEKT-TAB-KA02AKGL
209700           GSOVER-VERSTAENDIGUNGSBEREICH
209800           KAI0AKM-EINGABEBEREICH
209900           KAO0AKM-AUSGABEBEREICH
210000           GSTTAB-EIN-AUSGABEBEREICH
210100     END-CALL
210200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
210300     THEN
210400       SET KONTIERUNG-GEFUNDEN    TO TRUE
210500       MOVE KAO0AKM-GL-KONTO      TO H-ERG-KONTO
210600     ELSE
210700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
210800     END-IF
210900     .
211000 KONTIERUNG-LESEN-1002.
211100     EXIT.
211200/---------------------------------------------------------------*
211300* Programminitialisierung                                       *
211400*---------------------------------------------------------------*
211500 INITIALISIERUNG SECTION.
211600 INITIALISIERUNG-1001.
211700     INITIALIZE                   GSTMEL-TRANSIENTER-BEREICH
211800     INITIALIZE                   KAOPD-AUSGABEBEREICH
211900                                  KAO0AHK-AUSGABEBEREICH
212000     MOVE SPACE                   TO H-FUNKTION
212100*
212200     PERFORM LESEN-ANMELDEDATEN
212300     .
212400 INITIALISIERUNG-1002.
212500     EXIT.
212600/---------------------------------------------------------------*
212700* Lesen der Anmeldedaten                                        *
212800*---------------------------------------------------------------*
212900 LESEN-ANMELDEDATEN SECTION.
213000 LESEN-ANMELDEDATEN-1001.
213100     CALL "CGSTAB"
213200     USING C-TAB-ANM-DAT-LESEN
213300           C-KONFIG-ID-GS
213400           C-OBJEKT-TAB-ANMELDEDATEN
213500           GSOVER-VERSTAENDIGUNGSBEREICH
213600           DUMMY
213700           GSO0ANM-AUSGABEBEREICH
213800           GSTTAB-EIN-AUSGABEBEREICH
213900     END-CALL
214000
214100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
214200     THEN
214300       GO TO PROGRAMM-VERLASSEN
214400     ELSE
214500       MOVE GSO0ANM-SPRACHE-KZ    TO H-SPRACHE-KZ
214600       IF NOT SPRACHE-ENGLISCH
214700       THEN
214800         SET SPRACHE-DEUTSCH      TO TRUE
214900       END-IF
215000     END-IF
215100      .
215200 LESEN-ANMELDEDATEN-1002.
215300     EXIT.
215400/---------------------------------------------------------------*
215500* Meldung eintragen                                             *
215600*---------------------------------------------------------------*
215700 MELDUNG-EINTRAGEN SECTION.
215800 MELDUNG-EINTRAGEN-1001.
215900     CALL "CGSMEL"
216000     USING C-MEL-EINTRAGEN
216100           C-KONFIG-ID-KA
216200           H-MELDUNGS-OBJEKT
216300           GSOVER-VERSTAENDIGUNGSBEREICH
216400           H-SPRACHE-KZ
216500           GSOMEL-AUSGABEBEREICH
216600           GSTMEL-TRANSIENTER-BEREICH
216700     END-CALL
216800*
216900     IF GSOVER-GEWICHT            > C-GEW-FEHLER
217000     THEN
217100       GO TO PROGRAMM-VERLASSEN
217200     ELSE
217300       MOVE H-MELDUNGS-OBJEKT     TO GSOVER-RETURNCODE
217400     END-IF
217500     .
217600 MELDUNG-EINTRAGEN-1002.
217700     EXIT.
217800/*-------------------------------------------------------------*
217900* Meldungen aus Meldungspool loeschen.                         *
218000*--------------------------------------------------------------*
218100 MELDUNG-AUSTRAGEN SECTION.
218200 MELDUNG-AUSTRAGEN-1001.
218300     CALL "CGSMEL"
218400     USING C-MEL-AUSTRAGEN
218500           C-KONFIG-ID-KA
218600           C-OBJEKT-MEL-GSPOOL
218700           GSOVER-VERSTAENDIGUNGSBEREICH
218800           DUMMY
218900           GSOMEL-AUSGABEBEREICH
219000           GSTMEL-TRANSIENTER-BEREICH
219100
219200     IF GSOMEL-MAX-GEW > C-GEW-WARNUNG
219300     THEN
219400       GO TO PROGRAMM-VERLASSEN
219500     END-IF
219600     .
219700 MELDUNG-AUSTRAGEN-1002.
219800     EXIT.
219900/---------------------------------------------------------------*
220000* Verlassen des Programms ueber einen Ausstiegspunkt            *
220100*---------------------------------------------------------------*
220200 PROGRAMM-VERLASSEN SECTION.
220300 PROGRAMM-VERLASSEN-1001.
220400     EXIT PROGRAM.
220500 PROGRAMM-VERLASSEN-1002.
220600     EXIT.
