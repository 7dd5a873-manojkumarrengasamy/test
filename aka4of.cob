009589*          Fachbereich anzugeben                                  D10
009598* KA4884 : Zu diesem Meldungscode ist kein Hilfetext               D12
009599*          hinterlegt: @@@@@@@@@@@@)                               D12
00959A* KA4927 : Kein Registersatz nachrichtenloses Guthaben im         D25
00959B*          passenden Status: APO @@@@@@@                          D25
00959C* KA4928 : Kontaktvermerk fehlt                                   D25
00959D* KA4929 : Begruendung der Entscheidung zum Rueckruf fehlt        D26
00959E* KA4930 : Kein offener Rueckruffall: @@@@@@@@@@@@@@@@@@@         D26
00959F* KA4931 : Entscheidung ungueltig bzw. Ablehnungsgrund fehlt      D26
00959G* KA4932 : Annahme nicht moeglich, kein Originalposten zum        D26
00959H*          Rueckruffall: @@@@@@@@@@@@@@@@@@@                      D26
00959I* KA4935 : Zusammenfassung: mindestens zwei verschiedene          D27
00959J*          Positionen angeben (hoechstens 51)                     D27
00959K* KA4936 : Zusammenfassung nicht moeglich, andere Waehrung:       D27
00959L*          APO @@@@@@@                                            D27
00959M* KA4937 : Zusammenfassung nicht moeglich, Summe der              D27
00959N*          Positionen ist null                                    D27
00959O* KA4938 : Fuer die Abstimmposition besteht bereits eine          D28
00959P*          Ratenvereinbarung                                      D28
00959Q* KA4939 : Ratenplan unzulaessig (Rate @@@): Anzahl,              D28
00959R*          Faelligkeit, Vorzeichen oder Summe der Raten           D28
009800* alle Meldungen der gerufenen AUfträge                     *
009900*                                                           *
010000*@E-RETURNCODE                                              *
      *     den Ziel-Abstimmkreis umgehaengt.                      *    D21
      *     Datum: 05.09.2026                            NKZ: KLM  *    D21
      *                                                           *     D21
      * D23 R58773                                                *     D23
      *     Teilung einer Position: Teil- und Restbetrag mit      *     D23
      *     3 Nachkommastellen wie APO-BETRAG (Waehrungen mit     *     D23
      *     3 Nachkommastellen lt. Waehrungsstamm KA00AKWA).      *     D23
      *     Datum: 15.10.2026                          NKZ: KLM   *     D23
      *                                                           *     D23
      * D24 R58781                                                *     D24
      *     Rueckleitung nicht zuordenbarer Eingaenge: neue       *     D24
      *     Funktionen 01-STD-SCH-RUECK-BEST (Bestaetigung mit    *     D24
      *     Rueckgabegrund) und 01-STD-SCH-RUECK-GEN (Genehmigung *     D24
      *     durch einen zweiten Benutzer, Freigabe mit Grund      *     D24
      *     RUEC) zum Register KA02AKRL (Copy CKAI4OFA); die      *     D24
      *     normale Freigabe ist fuer vorgeschlagene Rueck-       *     D24
      *     leitungen gesperrt, Ablehnung/Aufhebung/Ruecknahme    *     D24
      *     setzen den Vorschlag auf "R".                         *     D24
      *     Datum: 15.10.2026                          NKZ: KLM   *     D24
      *                                                           *     D24
      * D25 R58783                                                *     D25
      *     Register der nachrichtenlosen Guthaben (KA02AKUF):    *     D25
      *     neue Funktionen 01-STD-UNF-KONTAKT (Kontaktversuch    *     D25
      *     vermerken), 01-STD-UNF-UEBERTRAG (Freigabe des        *     D25
      *     Uebertrags auf das Sammelkonto mit Grund UNCL) und    *     D25
      *     01-STD-UNF-RUECKF (Ruecknahme bei Rueckforderung durch*     D25
      *     den Berechtigten, Copy CKAI4OFB). Das Kennzeichen der *     D25
      *     Rueckleitungs-Genehmigung wird beim Verlassen des     *     D25
      *     Programms zurueckgesetzt.                             *     D25
      *     Datum: 15.10.2026                          NKZ: KLM   *     D25
      *                                                           *     D25
      * D26 R58784                                                *     D26
      *     Rueckruffaelle camt.056 (KA02AKRC): neue Funktion     *     D26
      *     01-STD-RCL-ANTWORT (Copy CKAI4OFC) erfasst Annahme    *     D26
      *     bzw. Ablehnung mit Grund. Bei Annahme wird die        *     D26
      *     Schliessung des Originalpostens zurueckgenommen       *     D26
      *     (geschlossen) bzw. aufgehoben (freizugeben); ein      *     D26
      *     offener Posten wird gegen die Rueckzahlung            *     D26
      *     ausgeglichen. Die Antwort erzeugt AKARCL.             *     D26
      *     Datum: 15.10.2026                          NKZ: KLM   *     D26
      *                                                           *     D26
      * D27 R58792                                                *     D27
      *     Neue Funktion 01-STD-APO-ZUSF (Copy CKAI4OFD):        *     D27
      *     mehrere offene Positionen eines Abstimmkreises und    *     D27
      *     einer Waehrung werden durch eine Sammelposition       *     D27
      *     ersetzt; die Originale werden mit Schliessungsart ZF  *     D27
      *     stillgelegt und in KA02AKZV mit der Sammelposition    *     D27
      *     verknuepft, Vorgang in KJD100 journalisiert.          *     D27
      *     Datum: 15.10.2026                          NKZ: KLM   *     D27
      *                                                           *     D27
      * D28 R58793                                                *     D28
      *     Neue Funktion 01-STD-APO-RATE (Copy CKAI4OFE):        *     D28
      *     Ratenvereinbarung auf eine offene Position erfassen   *     D28
      *     (Kopfsatz und Raten in KA02AKRP); Faelligkeiten       *     D28
      *     aufsteigend, Summe gleich Betrag der Position, je     *     D28
      *     Position nur eine Vereinbarung (KA4938/KA4939).       *     D28
      *     Datum: 15.10.2026                          NKZ: KLM   *     D28
      *                                                           *     D28
      * D29 R58795                                                *     D29
      *     Freigabe einer Schliessung in Fremdwaehrung:          *     D29
      *     realisiertes Kursergebnis aus den Gegenwerten der APOs*     D29
      *     (Kurs Buchungstag) und Aufloesung der AKAFXR-Neu-     *     D29
      *     bewertung bis Ultimo Vormonat in KA02AKGB mitgeben.   *     D29
      *     Datum: 15.10.2026                          NKZ: KLM   *     D29
      *                                                           *     D29
      * D30 R58813                                                *     D30
      *     Freigabe, Ablehnung, Aufhebung und Ruecknahme einer   *     D30
      *     Schliessung in derselben Arbeitseinheit ueber AKAEVT  *     D30
      *     als Ereignis nach KA02AKEO schreiben (alter und       *     D30
      *     neuer Status); ohne Ereignis keine Aenderung          *     D30
      *     (KA5007).                                             *     D30
      *     Datum: 15.10.2026                          NKZ: KLM   *     D30
      *                                                           *     D30
      * D31 R58795                                                *     D31
      *     Kursergebnis der Schliessung ueber das gemeinsame     *     D31
      *     Unterprogramm AKAFXS ermitteln (auch von AKAADI,      *     D31
      *     AKAAMA und AKAEIN fuer KA02AKGB gerufen).             *     D31
      *     Datum: 15.10.2026                          NKZ: KLM   *     D31
      *                                                           *     D31
100072* ENDE ELEMENTKOPF ****************************************%*     D03
100100/
100200 IDENTIFICATION DIVISION.
10388B   05 C-OBJEKT-KA4892            PIC X(006) VALUE "KA4892".       D19
103889   05 C-OBJEKT-KA4202            PIC X(006) VALUE "KA4202".       D14
10388A   05 C-OBJEKT-KA4887            PIC X(006) VALUE "KA4887".       D14
1038A0   05 C-OBJEKT-KA4924            PIC X(006) VALUE "KA4924".       D24
1038A1   05 C-OBJEKT-KA4925            PIC X(006) VALUE "KA4925".       D24
1038A2   05 C-OBJEKT-KA4926            PIC X(006) VALUE "KA4926".       D24
1038A3   05 C-OBJEKT-KA4927            PIC X(006) VALUE "KA4927".       D25
1038A4   05 C-OBJEKT-KA4928            PIC X(006) VALUE "KA4928".       D25
1038A5   05 C-OBJEKT-KA4929            PIC X(006) VALUE "KA4929".       D26
1038A6   05 C-OBJEKT-KA4930            PIC X(006) VALUE "KA4930".       D26
1038A7   05 C-OBJEKT-KA4931            PIC X(006) VALUE "KA4931".       D26
1038A8   05 C-OBJEKT-KA4932            PIC X(006) VALUE "KA4932".       D26
1038A9   05 C-OBJEKT-KA4935            PIC X(006) VALUE "KA4935".       D27
1038AA   05 C-OBJEKT-KA4936            PIC X(006) VALUE "KA4936".       D27
1038AB   05 C-OBJEKT-KA4937            PIC X(006) VALUE "KA4937".       D27
1038AC   05 C-OBJEKT-KA4938            PIC X(006) VALUE "KA4938".       D28
1038AD   05 C-OBJEKT-KA4939            PIC X(006) VALUE "KA4939".       D28
103900    05 C-OBJEKT-KA5002            PIC X(006) VALUE "KA5002".
104000    05 C-OBJEKT-KA5007            PIC X(006) VALUE "KA5007".
104100/---------------------------------------------------------------*
105196    05 C-01-INT-LES-MAX-FNR       PIC X(040) VALUE                D14
105197                                  "01-INT-LES-MAX-FNR".           D14
105198    05 C-SCHLIESSART-SPLIT        PIC X(002) VALUE "SP".          D14
1051A0    05 C-01-STD-SCH-RUECK-BEST    PIC X(040) VALUE                D24
1051A1                                  "01-STD-SCH-RUECK-BEST".        D24
1051A2    05 C-01-STD-SCH-RUECK-GEN     PIC X(040) VALUE                D24
1051A3                                  "01-STD-SCH-RUECK-GEN".         D24
1051A4    05 C-01-STD-UNF-KONTAKT       PIC X(040) VALUE                D25
1051A5                                  "01-STD-UNF-KONTAKT".           D25
1051A6    05 C-01-STD-UNF-UEBERTRAG     PIC X(040) VALUE                D25
1051A7                                  "01-STD-UNF-UEBERTRAG".         D25
1051A8    05 C-01-STD-UNF-RUECKF        PIC X(040) VALUE                D25
1051A9                                  "01-STD-UNF-RUECKF".            D25
1051AA    05 C-01-STD-RCL-ANTWORT       PIC X(040) VALUE                D26
1051AB                                  "01-STD-RCL-ANTWORT".           D26
1051AC    05 C-01-STD-APO-ZUSF          PIC X(040) VALUE                D27
1051AD                                  "01-STD-APO-ZUSF".              D27
1051AE    05 C-SCHLIESSART-ZUSF         PIC X(002) VALUE "ZF".          D27
1051AF    05 C-01-STD-APO-RATE          PIC X(040) VALUE                D28
1051AG                                  "01-STD-APO-RATE".              D28
105300    05 C-KONFIG-ID-KA             PIC X(002) VALUE "KA".
105400    05 C-KONFIG-ID-GS             PIC X(002) VALUE "GS".
105500    05 C-AUF-AUFRUF-AL            PIC X(040) VALUE "AUFRUF-AL".
107402                                  "SCHREIBEN-EQUAL".              D18
107403     05 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".    D18
107404     05 C-OBJEKT-TAB-KA02AKAB     PIC X(009) VALUE "KA02AKAB".    D19
107410     05 C-OBJEKT-TAB-KA02AKRL     PIC X(009) VALUE "KA02AKRL".    D24
107420     05 C-OBJEKT-TAB-KA02AKUF     PIC X(009) VALUE "KA02AKUF".    D25
107430     05 C-OBJEKT-TAB-KA02AKRC     PIC X(009) VALUE "KA02AKRC".    D26
107440     05 C-OBJEKT-TAB-KA02AKZV     PIC X(009) VALUE "KA02AKZV".    D27
107450     05 C-OBJEKT-TAB-KA02AKRP     PIC X(009) VALUE "KA02AKRP".    D28
107500     05 C-TAB-ANM-DAT-LESEN       PIC X(040) VALUE
107600                                  "ANM-DAT-LESEN".
107650     05 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".    D05
113380 01 C-OBJEKT-AUFTRAG-AKA5OF      PIC X(020) VALUE "AKA5OF".       D10
113390 01 C-01-STD-APO-LIST-SUCHE      PIC X(040) VALUE                 D10
113400                                  "01-STD-APO-LIST-SUCHE".        D10
11340C 01 C-01-INT-EREIGNIS-SCHR        PIC X(040) VALUE                D30
11340D                                  "01-INT-EREIGNIS-SCHR".         D30
113410 01 C-ANZ-TREFFER                PIC 9(003) VALUE 100.            D10
113420 COPY CKAI5OF2.                                                   D10
113430 COPY CKAI5OF3.                                                   D10
114000     05 C-STATUS-AUFGEHOBEN       PIC 9(001) VALUE 9.
114050     05 C-STATUS-OFFEN           PIC 9(001) VALUE 2.              D08
114060     05 C-STATUS-KLAERUNG        PIC 9(001) VALUE 3.              D15
114080     05 C-STATUS-FREIZUGEBEN     PIC 9(001) VALUE 5.              D26
114100 01 HILFSFELDER.
114200    05 H-ZAEHLER-ANZ              PIC 9(003).
114300/---------------------------------------------------------------*
11977B 01 F-FW-SCAN                     PIC X(001).                     D22
11977C    88 FW-ZEILE-GEFUNDEN              VALUE "J".                  D22
11977D    88 FW-ZEILE-N-GEFUNDEN            VALUE "N".                  D22
1197A1/---------------------------------------------------------------* D23
1197A2* Waehrungsdienst AKAWAE (Nachkommastellen der Waehrung)        * D23
1197A3*---------------------------------------------------------------* D23
1197A4 COPY CKAIWAE.                                                    D23
1197A5 COPY CKAOWAE.                                                    D23
1197A6 01 C-01-INT-WAE-RUNDEN           PIC X(040) VALUE                D23
1197A7                                  "01-INT-WAE-RUNDEN".            D23
119800/---------------------------------------------------------------*
119900* Meldungsschnittstelle                                         *
120000*---------------------------------------------------------------*
1077A2 COPY CKAO0AKB.                                                   D18
1077A3 COPY CKAI0AKU.                                                   D19
1077A4 COPY CKAO0AKU.                                                   D19
10T6JH COPY CKAI0ARL.                                                   D24
11F5SU COPY CKAO0ARL.                                                   D24
11MHJZ COPY CKAI0AUF.                                                   D25
11TTB4 COPY CKAO0AUF.                                                   D25
11W985 COPY CKAI0ARC.                                                   D26
11YP56 COPY CKAO0ARC.                                                   D26
11Z000 COPY CKAI0AZV.                                                   D27
11Z001 COPY CKAO0AZV.                                                   D27
11Z002 COPY CKAI0ARP.                                                   D28
11Z003 COPY CKAO0ARP.                                                   D28
11Z006 COPY CKAIEVT.                                                    D30
11Z007 COPY CKAIFXS.                                                    D31
121529/---------------------------------------------------------------* D12
121530* Ein-/Ausgabebereich Tabelle KA00AKHL (Hilfetexte Meldungscodes)*D12
121531*---------------------------------------------------------------* D12
121564    88 SPRACHE-ENGLISCH           VALUE "E".                      D07
121565 01 H-MERK-PRUEF-FACHBEREICH  PIC X(004).                         D09
121566 01 SPLIT-HILFSFELDER.                                            D14
121567    05 H-SPLIT-TEILBETRAG        PIC S9(013)V9(003).              D23
121568    05 H-SPLIT-NEUE-FNR          PIC 9(005).                      D14
121569    05 H-SPLIT-LFD-NR            PIC 9(007).                      D14
12156A    05 H-SPLIT-BETRAG            PIC S9(013)V9(003).              D23
121566* Hilfsfelder fuer die Massenaenderung Bemerkung/Fachbereich      D10
121567 01 H-MASSE-ANZ-GEAENDERT          PIC 9(005).                    D10
121568 01 H-MASSE-ANZ-UEBERSPRUNGEN      PIC 9(005).                    D10
1191A4 01 H-AUSB-REGISTER-KZ         PIC X(001).                        D19
1191A5    88 AUSB-REGISTER-VORHANDEN VALUE "J".                         D19
1191A6    88 AUSB-REGISTER-FEHLT     VALUE "N".                         D19
11AWQT 01 H-RUECK-GEN-AKTIV          PIC X(001) VALUE "N".              D24
11CS7G    88 RUECK-GEN-AKTIV         VALUE "J".                         D24
11ENO3    88 RUECK-GEN-INAKTIV       VALUE "N".                         D24
11GJ4Q 01 H-RUECK-REGISTER-KZ        PIC X(001).                        D24
11IELD    88 RUECK-REGISTER-VORHANDEN VALUE "J".                        D24
11KA20    88 RUECK-REGISTER-FEHLT    VALUE "N".                         D24
11M5IN* Bemerkung der Freigabe einer Rueckleitung (Schliessungsgrund    D24
11O0ZA* RUEC fuer die Vormerkung in KA02AKGB)                           D24
11PWFX 01 H-RUECK-BEMERK.                                               D24
11RRWK    05 FILLER                  PIC X(034) VALUE                   D24
11TND7       "RUEC: Rueckleitung, Rueckgabegrund".                      D24
11VITU    05 FILLER                  PIC X(001) VALUE SPACE.            D24
11XEAH    05 H-RUECK-BEMERK-GRUND    PIC X(004).                        D24
11Z9R4    05 FILLER                  PIC X(021) VALUE SPACE.            D24
11ZI6Q* Bemerkung der Freigabe eines Uebertrags auf das Sammelkonto     D25
11ZQMC* der nachrichtenlosen Guthaben (Grund UNCL fuer KA02AKGB)        D25
11ZZ1Y 01 H-UNF-BEMERK               PIC X(060) VALUE                   D25
1207HK      "UNCL: Uebertrag nachrichtenloses Guthaben auf Sammelkonto".D25
120FX6 01 H-UNF-REGISTER-KZ          PIC X(001).                        D25
120OCS    88 UNF-REGISTER-VORHANDEN  VALUE "J".                         D25
120WSE    88 UNF-REGISTER-FEHLT      VALUE "N".                         D25
120Y6Z* Rueckruffall camt.056 (KA02AKRC) zur Antwort im Dialog          D26
120ZLK 01 H-RCL-FALL-KZ              PIC X(001).                        D26
121105    88 RCL-FALL-VORHANDEN      VALUE "J".                         D26
1212EQ    88 RCL-FALL-FEHLT          VALUE "N".                         D26
1213TB 01 H-RCL-FALL-ID              PIC X(035).                        D26
121581* Ablehnungszaehler der Schliessung (fortgeschrieben bei          D13
121582* 01-STD-SCH-ABLE, zurueckgesetzt bei 01-STD-SCH-FREI)            D13
121583 01 H-ABLEHN-ZAEHLER-NEU           PIC 9(003).                    D13
121584 01 H-ESKALATION-FLAG              PIC X(001).                    D13
121585    88 ESKALATION-JA                  VALUE "J".                  D13
121586    88 ESKALATION-NEIN                VALUE "N".                  D13
1215A0 01 ZUSF-HILFSFELDER.                                             D27
1215A1    05 H-ZUSF-IND                PIC 9(003).                      D27
1215A2    05 H-ZUSF-VGL-IND            PIC 9(003).                      D27
1215A3    05 H-ZUSF-WAEHRUNG           PIC X(003).                      D27
1215A4    05 H-ZUSF-SUMME              PIC S9(013)V9(003).              D27
1215A5    05 H-ZUSF-SAMMEL-PK.                                          D27
1215A6       10 H-ZUSF-S-HERKUNFT      PIC X(011).                      D27
1215A7       10 H-ZUSF-S-KONTO-ID      PIC X(035).                      D27
1215A8       10 H-ZUSF-S-AZ-DATUM      PIC 9(008).                      D27
1215A9       10 H-ZUSF-S-AZ-NR         PIC 9(005).                      D27
1215AA       10 H-ZUSF-S-AZ-FNR        PIC 9(005).                      D27
1215AB       10 H-ZUSF-S-LFD-NR        PIC 9(007).                      D27
1215AC 01 RATE-HILFSFELDER.                                             D28
1215AD    05 H-RATE-IND                PIC 9(003).                      D28
1215AE    05 H-RATE-SUMME              PIC S9(013)V9(003).              D28
1215AF    05 H-RATE-VORHER-DATUM       PIC 9(008).                      D28
121600/---------------------------------------------------------------*
121700* Hilfsfelder                                                   *
121800*---------------------------------------------------------------*
12649I 01 LS-EIN-BER-09                 REDEFINES LS-EINGABEBEREICH.    D20
12649J     COPY CKAI4OF9                REPLACING 01 BY 05,             D20
12649K                                  ==(01)== BY ==(01)==.           D20
1264A0 01 LS-EIN-BER-10                 REDEFINES LS-EINGABEBEREICH.    D24
1264A1     COPY CKAI4OFA                REPLACING 01 BY 05,             D24
1264A2                                  ==(01)== BY ==(01)==.           D24
1264A3 01 LS-EIN-BER-11                 REDEFINES LS-EINGABEBEREICH.    D25
1264A4     COPY CKAI4OFB                REPLACING 01 BY 05,             D25
1264A5                                  ==(01)== BY ==(01)==.           D25
1264A6 01 LS-EIN-BER-12                 REDEFINES LS-EINGABEBEREICH.    D26
1264A7     COPY CKAI4OFC                REPLACING 01 BY 05,             D26
1264A8                                  ==(01)== BY ==(01)==.           D26
1264A9 01 LS-EIN-BER-13                 REDEFINES LS-EINGABEBEREICH.    D27
1264AA     COPY CKAI4OFD                REPLACING 01 BY 05,             D27
1264AB                                  ==(01)== BY ==(01)==.           D27
1264AC 01 LS-EIN-BER-14                 REDEFINES LS-EINGABEBEREICH.    D28
1264AD     COPY CKAI4OFE                REPLACING 01 BY 05,             D28
1264AE                                  ==(01)== BY ==(01)==.           D28
126500*---------------------------------------------------------------*
126600* Ausgabebereich fuer den StandAlone-Auftrag AKA4OF             *
126700*---------------------------------------------------------------*
130120       PERFORM VERARB-HILFE-ANZEIGEN                              D12
130130     WHEN C-01-STD-APO-SPLIT                                      D14
130140       PERFORM VERARB-APO-SPLIT                                   D14
130141     WHEN C-01-STD-APO-ZUSF                                       D27
130142       PERFORM VERARB-APO-ZUSF                                    D27
130143     WHEN C-01-STD-APO-RATE                                       D28
130144       PERFORM VERARB-APO-RATE                                    D28
130150     WHEN C-01-STD-APO-KLAER                                      D15
130160       PERFORM VERARB-APO-KLAER                                   D15
130170     WHEN C-01-STD-APO-TRANSFER                                   D16
130184       PERFORM VERARB-SCH-AUSB-GEN                                D19
130185     WHEN C-01-STD-APO-NF-PFLEGE                                  D20
130186       PERFORM VERARB-APO-NF                                      D20
1301A0     WHEN C-01-STD-SCH-RUECK-BEST                                 D24
1301A1       PERFORM VERARB-SCH-RUECK-BEST                              D24
1301A2     WHEN C-01-STD-SCH-RUECK-GEN                                  D24
1301A3       PERFORM VERARB-SCH-RUECK-GEN                               D24
1301A4     WHEN C-01-STD-UNF-KONTAKT                                    D25
1301A5       PERFORM VERARB-UNF-KONTAKT                                 D25
1301A6     WHEN C-01-STD-UNF-UEBERTRAG                                  D25
1301A7       PERFORM VERARB-UNF-UEBERTRAG                               D25
1301A8     WHEN C-01-STD-UNF-RUECKF                                     D25
1301A9       PERFORM VERARB-UNF-RUECKF                                  D25
1301AA     WHEN C-01-STD-RCL-ANTWORT                                    D26
1301AB       PERFORM VERARB-RCL-ANTWORT                                 D26
130200     WHEN OTHER
130300* KA5002: @@@@@@@@: Unbekannte Funktion @@@@@@@@@@@@@@@@@@@@
130400       MOVE C-OBJEKT-KA5002       TO H-MELDUNGS-OBJEKT
13258M    WHEN C-01-STD-APO-NF-PFLEGE                                   D20
13258N      MOVE C-FKT-BER-AEND        TO GSI4BER-BP-FUNKTION-KURZNAME  D20
13258O      PERFORM CALL-CGSBER                                         D20
1325A0    WHEN C-01-STD-APO-ZUSF                                        D27
1325A1      MOVE C-FKT-BER-AEND        TO GSI4BER-BP-FUNKTION-KURZNAME  D27
1325A2      PERFORM CALL-CGSBER                                         D27
1325A3    WHEN C-01-STD-APO-RATE                                        D28
1325A4      MOVE C-FKT-BER-AEND        TO GSI4BER-BP-FUNKTION-KURZNAME  D28
1325A5      PERFORM CALL-CGSBER                                         D28
1325A6    WHEN C-01-STD-SCH-RUECK-BEST                                  D24
1325A7    WHEN C-01-STD-SCH-RUECK-GEN                                   D24
1325A8      MOVE C-FKT-BER-FREI-IMMER  TO GSI4BER-BP-FUNKTION-KURZNAME  D24
1325A9      PERFORM CALL-CGSBER                                         D24
1325AA    WHEN C-01-STD-UNF-KONTAKT                                     D25
1325AB      MOVE C-FKT-BER-AEND        TO GSI4BER-BP-FUNKTION-KURZNAME  D25
1325AC      PERFORM CALL-CGSBER                                         D25
1325AD    WHEN C-01-STD-UNF-UEBERTRAG                                   D25
1325AE      MOVE C-FKT-BER-FREI-IMMER  TO GSI4BER-BP-FUNKTION-KURZNAME  D25
1325AF      PERFORM CALL-CGSBER                                         D25
1325AG    WHEN C-01-STD-UNF-RUECKF                                      D25
1325AH      MOVE C-FKT-BER-REVOKE-IMMER                                 D25
1325AI                                 TO GSI4BER-BP-FUNKTION-KURZNAME  D25
1325AJ      PERFORM CALL-CGSBER                                         D25
1325AK    WHEN C-01-STD-RCL-ANTWORT                                     D26
1325AL      MOVE C-FKT-BER-REVOKE-IMMER                                 D26
1325AM                                 TO GSI4BER-BP-FUNKTION-KURZNAME  D26
1325AN      PERFORM CALL-CGSBER                                         D26
132600     WHEN C-01-STD-SCH-FREI
132700     WHEN C-01-STD-SCH-ABLE
132800     WHEN C-01-STD-SCH-AUFH
139016                                    - KAI4OF5-RESTBETRAG          D14
139017* neue Folgenummer fuer die Tochterpositionen ermitteln           D14
139018     PERFORM SPLIT-MAX-FNR                                        D14
139019* Restbetrag in der Genauigkeit der Waehrung (AKAWAE)             D23
13901A     MOVE C-01-INT-WAE-RUNDEN     TO KAIWAE-FUNKTION              D23
13901B     MOVE KAO5AP1-APO-WAEHRUNG    TO KAIWAE-WAEHRUNG              D23
13901C     MOVE KAI4OF5-RESTBETRAG      TO KAIWAE-BETRAG                D23
13901D     CALL "AKAWAE"                                                D23
13901E     USING KAIWAE-EINGABEBEREICH                                  D23
13901F           KAOWAE-AUSGABEBEREICH                                  D23
13901G           GSOVER-VERSTAENDIGUNGSBEREICH                          D23
13901H     END-CALL                                                     D23
13901I     IF KAOWAE-GERUNDET                                           D23
13901J     THEN                                                         D23
13901K*      KA4887 Restbetrag fuer Teilung unzulaessig                 D23
13901L       MOVE C-OBJEKT-KA4887       TO H-MELDUNGS-OBJEKT            D23
13901M       PERFORM MELDUNG-EINTRAGEN                                  D23
13901N       GO TO PROGRAMM-VERLASSEN                                   D23
13901O     END-IF                                                       D23
13901P* Tochterposition 1: gedeckter Teil                               D23
139020     MOVE C-1                     TO H-SPLIT-LFD-NR               D14
139021     MOVE H-SPLIT-TEILBETRAG      TO H-SPLIT-BETRAG               D14
139022     PERFORM SPLIT-TOCHTER-ANLEGEN                                D14
1397F0         GO TO PROGRAMM-VERLASSEN                                 D19
1397G0       END-IF                                                     D19
1397H0     END-IF                                                       D19
1397I0* Vorgeschlagene Rueckleitung: Freigabe nur ueber Bestaetigung    D24
1397J0* und Genehmigung                                                 D24
1397K0     IF KAI4OF2-FUNKTION          = C-01-STD-SCH-FREI             D24
1397L0        AND RUECK-GEN-INAKTIV                                     D24
1397M0     THEN                                                         D24
1397N0       PERFORM RUECK-REGISTER-LESEN                               D24
1397O0       IF RUECK-REGISTER-VORHANDEN                                D24
1397P0          AND (KAO0ARL-VORGESCHLAGEN OR KAO0ARL-GEPRUEFT)         D24
1397Q0       THEN                                                       D24
1397R0*        KA4924 Fuer die Schliessung ist eine Rueckleitung        D24
1397S0*        vorgeschlagen; Freigabe nur ueber die Genehmigung        D24
1397T0         MOVE C-OBJEKT-KA4924     TO H-MELDUNGS-OBJEKT            D24
1397U0         MOVE KAI4OF2-SCHLIESSUNGSNR                              D24
1397V0                                  TO GSTMEL-VAR-TEXT-1            D24
1397W0         PERFORM MELDUNG-EINTRAGEN                                D24
1397X0         GO TO PROGRAMM-VERLASSEN                                 D24
1397Y0       END-IF                                                     D24
1397Z0     END-IF                                                       D24
139800* Schließung-Satz lesen
139900     PERFORM AUFRUF-KKA5SL
139910* Ablehnungszaehler ermitteln/fortschreiben                       D13
141000     PERFORM AUFRUF-KKA4AP-MASSEN-UPD
141100* Journal schreiben
141200     PERFORM ANLEGEN-JOURNAL
141201* Ereignis zur Statusaenderung der Schliessung                    D30
141202     PERFORM EREIGNIS-SCH-SCHREIBEN                               D30
141300*
141400     EVALUATE KAI4OF2-FUNKTION
141500     WHEN     C-01-STD-SCH-FREI
142480     END-IF                                                       D13
142500*
142600     PERFORM MELDUNG-EINTRAGEN
142610* FX-Ergebnis der freigegebenen Schliessung ermitteln             D31
142620     IF KAI4OF2-FUNKTION          = C-01-STD-SCH-FREI             D31
142630     THEN                                                         D31
142640       PERFORM FX-ERGEBNIS-ERMITTELN                              D31
142645     END-IF                                                       D31
142650     PERFORM BENACHRICHTIGUNG-SENDEN                              D04
142651     IF KAI4OF2-FUNKTION          = C-01-STD-SCH-FREI             D18
142652     THEN                                                         D18
142653       PERFORM GL-VORMERKUNG-SCHREIBEN                            D18
142654     END-IF                                                       D18
142659* Abgelehnte, aufgehobene oder zurueckgenommene Schliessung:      D24
142664* ein noch nicht versandter Rueckleitungsvorschlag verfaellt      D24
142669     IF KAI4OF2-FUNKTION          = C-01-STD-SCH-ABLE             D24
142674        OR KAI4OF2-FUNKTION       = C-01-STD-SCH-AUFH             D24
142679        OR KAI4OF2-FUNKTION       = C-01-STD-SCH-REVOKE           D24
142684     THEN                                                         D24
142689       PERFORM RUECK-VORSCHLAG-VERWERFEN                          D24
142694     END-IF                                                       D24
142700     .
142800 VERARB-SCH-AEND-1002.                                            D01
142900     EXIT.
142977     .                                                            D01
142978 VIER-AUGEN-PRUEFUNG-1002.                                        D01
142979     EXIT.                                                        D01
142A00/---------------------------------------------------------------* D27
142A01* Zusammenfassung mehrerer offener Abstimmpositionen: die        *D27
142A02* Leitposition und die weiteren Positionen (gleicher Abstimm-    *D27
142A03* kreis, gleiche Waehrung) werden durch eine neue Sammelposition *D27
142A04* ueber die Summe ersetzt. Die Originale werden mit Schliess-    *D27
142A05* ungsart ZF stillgelegt und je Original in KA02AKZV mit der     *D27
142A06* Sammelposition verknuepft (KA03AKZV: Gegenrichtung).           *D27
142A07* Alle Positionen werden vor der ersten Aenderung geprueft.      *D27
142A08*---------------------------------------------------------------* D27
142A09 VERARB-APO-ZUSF SECTION.                                         D27
142A0A VERARB-APO-ZUSF-1001.                                            D27
142A0B*                                                                 D27
142A0C     PERFORM PRUEFEN-EINGABEFELDER-APO                            D27
142A0D     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D27
142A0E     IF KAI4OFD-ANZ-POSITIONEN    NOT NUMERIC                     D27
142A0F     OR KAI4OFD-ANZ-POSITIONEN    = ZERO                          D27
142A0G     OR KAI4OFD-ANZ-POSITIONEN    > 50                            D27
142A0H     THEN                                                         D27
142A0I*      KA4935 mindestens zwei verschiedene Positionen angeben     D27
142A0J       MOVE C-OBJEKT-KA4935       TO H-MELDUNGS-OBJEKT            D27
142A0K       PERFORM MELDUNG-EINTRAGEN                                  D27
142A0L       GO TO PROGRAMM-VERLASSEN                                   D27
142A0M     END-IF                                                       D27
142A0N* Leitposition lesen und pruefen                                  D27
142A0O     PERFORM AUFRUF-KKA5AP                                        D27
142A0P     PERFORM ZUSF-POSITION-PRUEFEN                                D27
142A0Q     MOVE KAO5AP1-APO-WAEHRUNG    TO H-ZUSF-WAEHRUNG              D27
142A0R     MOVE KAO5AP1-APO-BETRAG      TO H-ZUSF-SUMME                 D27
142A0S* weitere Positionen lesen, pruefen und aufsummieren              D27
142A0T     PERFORM VARYING H-ZUSF-IND FROM 1 BY 1                       D27
142A0U             UNTIL H-ZUSF-IND     > KAI4OFD-ANZ-POSITIONEN        D27
142A0V       PERFORM ZUSF-DOPPELT-PRUEFEN                               D27
142A0W       PERFORM ZUSF-POSITION-LESEN                                D27
142A0X       PERFORM ZUSF-POSITION-PRUEFEN                              D27
142A0Y       IF KAO5AP1-APO-WAEHRUNG    NOT = H-ZUSF-WAEHRUNG           D27
142A0Z       THEN                                                       D27
142A10*        KA4936 Zusammenfassung nicht moeglich, andere Waehrung   D27
142A11         MOVE C-OBJEKT-KA4936     TO H-MELDUNGS-OBJEKT            D27
142A12         MOVE KAO5AP1-APO-LFD-NR-APO                              D27
142A13                                  TO GSTMEL-VAR-TEXT-1            D27
142A14         PERFORM MELDUNG-EINTRAGEN                                D27
142A15         GO TO PROGRAMM-VERLASSEN                                 D27
142A16       END-IF                                                     D27
142A17       ADD KAO5AP1-APO-BETRAG     TO H-ZUSF-SUMME                 D27
142A18     END-PERFORM                                                  D27
142A19     IF H-ZUSF-SUMME              = ZERO                          D27
142A1A     THEN                                                         D27
142A1B*      KA4937 Summe der Positionen ist null                       D27
142A1C       MOVE C-OBJEKT-KA4937       TO H-MELDUNGS-OBJEKT            D27
142A1D       PERFORM MELDUNG-EINTRAGEN                                  D27
142A1E       GO TO PROGRAMM-VERLASSEN                                   D27
142A1F     END-IF                                                       D27
142A1G* Sammelposition unter neuer Folgenummer der Leitposition anlegen D27
142A1H* (Grundbelegung aus der Leitposition wie bei der Teilung)        D27
142A1I     PERFORM AUFRUF-KKA5AP                                        D27
142A1J     PERFORM SPLIT-MAX-FNR                                        D27
142A1K     MOVE C-1                     TO H-SPLIT-LFD-NR               D27
142A1L     MOVE H-ZUSF-SUMME            TO H-SPLIT-BETRAG               D27
142A1M     PERFORM SPLIT-TOCHTER-ANLEGEN                                D27
142A1N     MOVE KAI4AP1-APO-HERKUNFT    TO H-ZUSF-S-HERKUNFT            D27
142A1O     MOVE KAI4AP1-APO-KONTO-ID-ABSTIMM                            D27
142A1P                                  TO H-ZUSF-S-KONTO-ID            D27
142A1Q     MOVE KAI4AP1-APO-AUSZUGSDATUM                                D27
142A1R                                  TO H-ZUSF-S-AZ-DATUM            D27
142A1S     MOVE KAI4AP1-APO-AUSZUGSNUMMER                               D27
142A1T                                  TO H-ZUSF-S-AZ-NR               D27
142A1U     MOVE KAI4AP1-APO-AUSZUG-FNR  TO H-ZUSF-S-AZ-FNR              D27
142A1V     MOVE KAI4AP1-APO-LFD-NR-APO  TO H-ZUSF-S-LFD-NR              D27
142A1W* Leitposition stilllegen und verknuepfen                         D27
142A1X     PERFORM ZUSF-ORIGINAL-STILLLEGEN                             D27
142A1Y* weitere Positionen stilllegen und verknuepfen                   D27
142A1Z     PERFORM VARYING H-ZUSF-IND FROM 1 BY 1                       D27
142A20             UNTIL H-ZUSF-IND     > KAI4OFD-ANZ-POSITIONEN        D27
142A21       PERFORM ZUSF-POSITION-LESEN                                D27
142A22       PERFORM ZUSF-ORIGINAL-STILLLEGEN                           D27
142A23     END-PERFORM                                                  D27
142A24* Journal schreiben                                               D27
142A25     PERFORM ANLEGEN-JOURNAL                                      D27
142A26* KA2856 Die Daten wurden gespeichert                             D27
142A27     MOVE C-OBJEKT-KA2856         TO H-MELDUNGS-OBJEKT            D27
142A28     PERFORM MELDUNG-EINTRAGEN                                    D27
142A29     .                                                            D27
142A2A VERARB-APO-ZUSF-1002.                                            D27
142A2B     EXIT.                                                        D27
142A2C/---------------------------------------------------------------* D27
142A2D* Zusammenfassung: Position ist nicht zugleich Leitposition      *D27
142A2E* oder bereits zuvor angegeben                                   *D27
142A2F*---------------------------------------------------------------* D27
142A2G ZUSF-DOPPELT-PRUEFEN SECTION.                                    D27
142A2H ZUSF-DOPPELT-PRUEFEN-1001.                                       D27
142A2I*                                                                 D27
142A2J     IF KAI4OFD-P-HERKUNFT (H-ZUSF-IND)   = KAI4OFD-HERKUNFT      D27
142A2K     AND KAI4OFD-P-KONTO-ID-ABSTIMM (H-ZUSF-IND)                  D27
142A2L                                  = KAI4OFD-KONTO-ID-ABSTIMM      D27
142A2M     AND KAI4OFD-P-AUSZUGSDATUM (H-ZUSF-IND)                      D27
142A2N                                  = KAI4OFD-AUSZUGSDATUM          D27
142A2O     AND KAI4OFD-P-AUSZUGSNUMMER (H-ZUSF-IND)                     D27
142A2P                                  = KAI4OFD-AUSZUGSNUMMER         D27
142A2Q     AND KAI4OFD-P-AUSZUG-FNR (H-ZUSF-IND)                        D27
142A2R                                  = KAI4OFD-AUSZUG-FNR            D27
142A2S     AND KAI4OFD-P-LFD-NR-APO (H-ZUSF-IND)                        D27
142A2T                                  = KAI4OFD-LFD-NR-APO            D27
142A2U     THEN                                                         D27
142A2V*      KA4935 mindestens zwei verschiedene Positionen angeben     D27
142A2W       MOVE C-OBJEKT-KA4935       TO H-MELDUNGS-OBJEKT            D27
142A2X       PERFORM MELDUNG-EINTRAGEN                                  D27
142A2Y       GO TO PROGRAMM-VERLASSEN                                   D27
142A2Z     END-IF                                                       D27
142A30     PERFORM VARYING H-ZUSF-VGL-IND FROM 1 BY 1                   D27
142A31             UNTIL H-ZUSF-VGL-IND >= H-ZUSF-IND                   D27
142A32       IF KAI4OFD-POSITION (H-ZUSF-VGL-IND)                       D27
142A33                                  = KAI4OFD-POSITION (H-ZUSF-IND) D27
142A34       THEN                                                       D27
142A35*        KA4935 mindestens zwei verschiedene Positionen angeben   D27
142A36         MOVE C-OBJEKT-KA4935     TO H-MELDUNGS-OBJEKT            D27
142A37         PERFORM MELDUNG-EINTRAGEN                                D27
142A38         GO TO PROGRAMM-VERLASSEN                                 D27
142A39       END-IF                                                     D27
142A3A     END-PERFORM                                                  D27
142A3B     .                                                            D27
142A3C ZUSF-DOPPELT-PRUEFEN-1002.                                       D27
142A3D     EXIT.                                                        D27
142A3E/---------------------------------------------------------------* D27
142A3F* Zusammenfassung: weitere Position H-ZUSF-IND lesen             *D27
142A3G*---------------------------------------------------------------* D27
142A3H ZUSF-POSITION-LESEN SECTION.                                     D27
142A3I ZUSF-POSITION-LESEN-1001.                                        D27
142A3J*                                                                 D27
142A3K     MOVE KAI4OFD-ABSTIMMKREIS-NR TO KAI5AP1-ABSTIMMKREIS-NR      D27
142A3L     MOVE KAI4OFD-P-HERKUNFT (H-ZUSF-IND)                         D27
142A3M                                  TO KAI5AP1-HERKUNFT             D27
142A3N     MOVE KAI4OFD-P-KONTO-ID-ABSTIMM (H-ZUSF-IND)                 D27
142A3O                                  TO KAI5AP1-KONTO-ID-ABSTIMM     D27
142A3P     MOVE KAI4OFD-P-AUSZUGSDATUM (H-ZUSF-IND)                     D27
142A3Q                                  TO KAI5AP1-AUSZUGSDATUM         D27
142A3R     MOVE KAI4OFD-P-AUSZUGSNUMMER (H-ZUSF-IND)                    D27
142A3S                                  TO KAI5AP1-AUSZUGSNUMMER        D27
142A3T     MOVE KAI4OFD-P-AUSZUG-FNR (H-ZUSF-IND)                       D27
142A3U                                  TO KAI5AP1-AUSZUG-FNR           D27
142A3V     MOVE KAI4OFD-P-LFD-NR-APO (H-ZUSF-IND)                       D27
142A3W                                  TO KAI5AP1-LFD-NR-APO           D27
142A3X     PERFORM AUFRUF-KKA5AP-MASSE                                  D27
142A3Y     .                                                            D27
142A3Z ZUSF-POSITION-LESEN-1002.                                        D27
142A40     EXIT.                                                        D27
142A41/---------------------------------------------------------------* D27
142A42* Zusammenfassung: gelesene Position pruefen (Fachbereichs-      *D27
142A43* berechtigung, Status offen)                                    *D27
142A44*---------------------------------------------------------------* D27
142A45 ZUSF-POSITION-PRUEFEN SECTION.                                   D27
142A46 ZUSF-POSITION-PRUEFEN-1001.                                      D27
142A47*                                                                 D27
142A48     MOVE KAO5AP1-APO-FACHBEREICH TO H-MERK-PRUEF-FACHBEREICH     D27
142A49     PERFORM PRUEFEN-FACHBEREICH-BERECHTIGUNG                     D27
142A4A     IF KAO5AP1-APO-STATUS        NOT = C-STATUS-OFFEN            D27
142A4B     THEN                                                         D27
142A4C*      KA4202 Abstimmposition ist nicht offen                     D27
142A4D       MOVE C-OBJEKT-KA4202       TO H-MELDUNGS-OBJEKT            D27
142A4E       PERFORM MELDUNG-EINTRAGEN                                  D27
142A4F       GO TO PROGRAMM-VERLASSEN                                   D27
142A4G     END-IF                                                       D27
142A4H     .                                                            D27
142A4I ZUSF-POSITION-PRUEFEN-1002.                                      D27
142A4J     EXIT.                                                        D27
142A4K/---------------------------------------------------------------* D27
142A4L* Zusammenfassung: gelesene Originalposition stilllegen (Status  *D27
142A4M* geschlossen, Schliessungsart ZF) und in KA02AKZV mit der       *D27
142A4N* Sammelposition verknuepfen                                     *D27
142A4O*---------------------------------------------------------------* D27
142A4P ZUSF-ORIGINAL-STILLLEGEN SECTION.                                D27
142A4Q ZUSF-ORIGINAL-STILLLEGEN-1001.                                   D27
142A4R*                                                                 D27
142A4S     MOVE C-01-INT-AEN-APO-SCHL-1 TO KAI4AP2-FUNKTION             D27
142A4T     MOVE KAO5AP1-APO-ABSTIMMKREIS-NR                             D27
142A4U                                  TO KAI4AP2-ABSTIMMKREIS-NR      D27
142A4V     MOVE KAO5AP1-APO-HERKUNFT    TO KAI4AP2-HERKUNFT             D27
142A4W     MOVE KAO5AP1-APO-KONTO-ID-ABSTIMM                            D27
142A4X                                  TO KAI4AP2-KONTO-ID-ABSTIMM     D27
142A4Y     MOVE KAO5AP1-APO-AUSZUGSDATUM                                D27
142A4Z                                  TO KAI4AP2-AUSZUGSDATUM         D27
142A50     MOVE KAO5AP1-APO-AUSZUGSNUMMER                               D27
142A51                                  TO KAI4AP2-AUSZUGSNUMMER        D27
142A52     MOVE KAO5AP1-APO-AUSZUG-FNR  TO KAI4AP2-AUSZUG-FNR           D27
142A53     MOVE KAO5AP1-APO-LFD-NR-APO  TO KAI4AP2-LFD-NR-APO           D27
142A54     MOVE C-STATUS-GESCHLOSSEN    TO KAI4AP2-STATUS               D27
142A55     MOVE ZERO                    TO KAI4AP2-SCHLIESSUNGSNR       D27
142A56     MOVE C-SCHLIESSART-ZUSF      TO KAI4AP2-SCHLIESSUNGSART      D27
142A57     MOVE H-DH-TIMESTAMP          TO KAI4AP2-TIMESTAMP            D27
142A58     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D27
142A59                                  TO KAI4AP2-USER                 D27
142A5A     MOVE "T"                     TO KAI4AP2-PERIODEN-UEBERST-KZ  D27
142A5B     CALL "CGSAUF"                                                D27
142A5C     USING C-AUF-AUFRUF-AL                                        D27
142A5D           C-KONFIG-ID-KA                                         D27
142A5E           C-OBJEKT-AUFTRAG-KKA4AP                                D27
142A5F           GSOVER-VERSTAENDIGUNGSBEREICH                          D27
142A5G           KAI4AP2-EINGABEBEREICH                                 D27
142A5H           DUMMY                                                  D27
142A5I           DUMMY                                                  D27
142A5J           KAXIND-INDICES                                         D27
142A5K     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D27
142A5L     THEN                                                         D27
142A5M*      KA5007 (DB-Fehler)                                         D27
142A5N       MOVE C-OBJEKT-KA5007       TO H-MELDUNGS-OBJEKT            D27
142A5O       PERFORM MELDUNG-EINTRAGEN                                  D27
142A5P       GO TO PROGRAMM-VERLASSEN                                   D27
142A5Q     END-IF                                                       D27
142A5R* Verknuepfung Original -> Sammelposition                         D27
142A5S     MOVE KAO5AP1-APO-ABSTIMMKREIS-NR                             D27
142A5T                                  TO KAI0AZV-AK-NUMMER            D27
142A5U     MOVE KAO5AP1-APO-HERKUNFT    TO KAI0AZV-HERKUNFT             D27
142A5V     MOVE KAO5AP1-APO-KONTO-ID-ABSTIMM                            D27
142A5W                                  TO KAI0AZV-KONTO-ID             D27
142A5X     MOVE KAO5AP1-APO-AUSZUGSDATUM                                D27
142A5Y                                  TO KAI0AZV-AUSZUGSDATUM         D27
142A5Z     MOVE KAO5AP1-APO-AUSZUGSNUMMER                               D27
142A60                                  TO KAI0AZV-AUSZUGSNUMMER        D27
142A61     MOVE KAO5AP1-APO-AUSZUG-FNR  TO KAI0AZV-AUSZUG-FNR           D27
142A62     MOVE KAO5AP1-APO-LFD-NR-APO  TO KAI0AZV-LFD-NR-APO           D27
142A63     MOVE H-ZUSF-S-HERKUNFT       TO KAO0AZV-SAMMEL-HERKUNFT      D27
142A64     MOVE H-ZUSF-S-KONTO-ID       TO KAO0AZV-SAMMEL-KONTO-ID      D27
142A65     MOVE H-ZUSF-S-AZ-DATUM       TO KAO0AZV-SAMMEL-AZ-DATUM      D27
142A66     MOVE H-ZUSF-S-AZ-NR          TO KAO0AZV-SAMMEL-AZ-NR         D27
142A67     MOVE H-ZUSF-S-AZ-FNR         TO KAO0AZV-SAMMEL-AZ-FNR        D27
142A68     MOVE H-ZUSF-S-LFD-NR         TO KAO0AZV-SAMMEL-LFD-NR        D27
142A69     MOVE KAO5AP1-APO-BETRAG      TO KAO0AZV-BETRAG               D27
142A6A     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D27
142A6B                                  TO KAO0AZV-BENUTZER             D27
142A6C     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0AZV-DATUM                D27
142A6D     CALL "CGSTAB"                                                D27
142A6E     USING                                                        D27
142A6F       C-TAB-SCHREIBEN-EQUAL                                      D27
142A6G       C-KONFIG-ID-KA                                             D27
142A6H       C-OBJEKT-TAB-KA02AKZV                                      D27
142A6I       GSOVER-VERSTAENDIGUNGSBEREICH                              D27
142A6J       KAI0AZV-EINGABEBEREICH                                     D27
142A6K       KAO0AZV-AUSGABEBEREICH                                     D27
142A6L       GSTTAB-EIN-AUSGABEBEREICH                                  D27
142A6M     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D27
142A6N     THEN                                                         D27
142A6O*      KA5007 (DB-Fehler)                                         D27
142A6P       MOVE C-OBJEKT-KA5007       TO H-MELDUNGS-OBJEKT            D27
142A6Q       PERFORM MELDUNG-EINTRAGEN                                  D27
142A6R       GO TO PROGRAMM-VERLASSEN                                   D27
142A6S     END-IF                                                       D27
142A6T     .                                                            D27
142A6U ZUSF-ORIGINAL-STILLLEGEN-1002.                                   D27
142A6V     EXIT.                                                        D27
142A6W/---------------------------------------------------------------* D28
142A6X* Ratenvereinbarung auf eine offene Abstimmposition erfassen:    *D28
142A6Y* Kopfsatz (Ratennummer 000) und je Rate ein Satz in KA02AKRP.   *D28
142A6Z* Die Raten muessen nach Faelligkeit aufsteigend, nicht in der   *D28
142A70* Vergangenheit faellig, mit dem Vorzeichen der Position und in  *D28
142A71* Summe gleich deren Betrag sein. Je Position ist nur eine       *D28
142A72* Vereinbarung zulaessig. Zahlungseingaenge gleicht AKAEIN gegen *D28
142A73* die naechste offene Rate ab.                                   *D28
142A74*---------------------------------------------------------------* D28
142A75 VERARB-APO-RATE SECTION.                                         D28
142A76 VERARB-APO-RATE-1001.                                            D28
142A77*                                                                 D28
142A78     PERFORM PRUEFEN-EINGABEFELDER-APO                            D28
142A79     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D28
142A7A     MOVE H-DH-TIMESTAMP (1:8)    TO H-HEUTE                      D28
142A7B* Position lesen                                                  D28
142A7C     PERFORM AUFRUF-KKA5AP                                        D28
142A7D* Fachbereichs-Berechtigung des Bearbeiters pruefen               D28
142A7E     MOVE KAO5AP1-APO-FACHBEREICH TO H-MERK-PRUEF-FACHBEREICH     D28
142A7F     PERFORM PRUEFEN-FACHBEREICH-BERECHTIGUNG                     D28
142A7G* nur offene Positionen                                           D28
142A7H     IF KAO5AP1-APO-STATUS        NOT = C-STATUS-OFFEN            D28
142A7I     THEN                                                         D28
142A7J*      KA4202 Abstimmposition ist nicht offen                     D28
142A7K       MOVE C-OBJEKT-KA4202       TO H-MELDUNGS-OBJEKT            D28
142A7L       PERFORM MELDUNG-EINTRAGEN                                  D28
142A7M       GO TO PROGRAMM-VERLASSEN                                   D28
142A7N     END-IF                                                       D28
142A7O* je Position nur eine Ratenvereinbarung                          D28
142A7P     MOVE ZERO                    TO H-RATE-IND                   D28
142A7Q     PERFORM RATE-SCHLUESSEL-BELEGEN                              D28
142A7R     CALL "CGSTAB"                                                D28
142A7S     USING                                                        D28
142A7T       C-TAB-LESEN-EQUAL                                          D28
142A7U       C-KONFIG-ID-KA                                             D28
142A7V       C-OBJEKT-TAB-KA02AKRP                                      D28
142A7W       GSOVER-VERSTAENDIGUNGSBEREICH                              D28
142A7X       KAI0ARP-EINGABEBEREICH                                     D28
142A7Y       KAO0ARP-AUSGABEBEREICH                                     D28
142A7Z       GSTTAB-EIN-AUSGABEBEREICH                                  D28
142A80     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D28
142A81     THEN                                                         D28
142A82*      KA4938 Ratenvereinbarung besteht bereits                   D28
142A83       MOVE C-OBJEKT-KA4938       TO H-MELDUNGS-OBJEKT            D28
142A84       PERFORM MELDUNG-EINTRAGEN                                  D28
142A85       GO TO PROGRAMM-VERLASSEN                                   D28
142A86     END-IF                                                       D28
142A87     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D28
142A88* Ratenplan plausibilisieren                                      D28
142A89     IF KAI4OFE-ANZ-RATEN         NOT NUMERIC                     D28
142A8A     OR KAI4OFE-ANZ-RATEN         = ZERO                          D28
142A8B     OR KAI4OFE-ANZ-RATEN         > 36                            D28
142A8C     THEN                                                         D28
142A8D       MOVE ZERO                  TO H-RATE-IND                   D28
142A8E       PERFORM RATE-PLAN-ABLEHNEN                                 D28
142A8F     END-IF                                                       D28
142A8G     MOVE ZERO                    TO H-RATE-SUMME                 D28
142A8H     MOVE H-HEUTE                 TO H-RATE-VORHER-DATUM          D28
142A8I     PERFORM VARYING H-RATE-IND FROM 1 BY 1                       D28
142A8J             UNTIL H-RATE-IND     > KAI4OFE-ANZ-RATEN             D28
142A8K       IF KAI4OFE-R-FAELLIG (H-RATE-IND)                          D28
142A8L                                  NOT NUMERIC                     D28
142A8M       OR KAI4OFE-R-BETRAG (H-RATE-IND)                           D28
142A8N                                  NOT NUMERIC                     D28
142A8O       THEN                                                       D28
142A8P         PERFORM RATE-PLAN-ABLEHNEN                               D28
142A8Q       END-IF                                                     D28
142A8R*      Faelligkeit aufsteigend (erste Rate fruehestens heute)     D28
142A8S       IF KAI4OFE-R-FAELLIG (H-RATE-IND)                          D28
142A8T                                  < H-RATE-VORHER-DATUM           D28
142A8U       OR (H-RATE-IND             > 1                             D28
142A8V           AND KAI4OFE-R-FAELLIG (H-RATE-IND)                     D28
142A8W                                  = H-RATE-VORHER-DATUM)          D28
142A8X*      Betrag mit dem Vorzeichen der Position                     D28
142A8Y       OR KAI4OFE-R-BETRAG (H-RATE-IND)                           D28
142A8Z                                  = ZERO                          D28
142A90       OR (KAO5AP1-APO-BETRAG     > ZERO                          D28
142A91           AND KAI4OFE-R-BETRAG (H-RATE-IND)                      D28
142A92                                  < ZERO)                         D28
142A93       OR (KAO5AP1-APO-BETRAG     < ZERO                          D28
142A94           AND KAI4OFE-R-BETRAG (H-RATE-IND)                      D28
142A95                                  > ZERO)                         D28
142A96       THEN                                                       D28
142A97         PERFORM RATE-PLAN-ABLEHNEN                               D28
142A98       END-IF                                                     D28
142A99       MOVE KAI4OFE-R-FAELLIG (H-RATE-IND)                        D28
142A9A                                  TO H-RATE-VORHER-DATUM          D28
142A9B       ADD KAI4OFE-R-BETRAG (H-RATE-IND)                          D28
142A9C                                  TO H-RATE-SUMME                 D28
142A9D     END-PERFORM                                                  D28
142A9E* Summe der Raten gleich Betrag der Position                      D28
142A9F     IF H-RATE-SUMME              NOT = KAO5AP1-APO-BETRAG        D28
142A9G     THEN                                                         D28
142A9H       MOVE ZERO                  TO H-RATE-IND                   D28
142A9I       PERFORM RATE-PLAN-ABLEHNEN                                 D28
142A9J     END-IF                                                       D28
142A9K* Kopfsatz schreiben                                              D28
142A9L     MOVE ZERO                    TO H-RATE-IND                   D28
142A9M     PERFORM RATE-SCHLUESSEL-BELEGEN                              D28
142A9N     MOVE SPACE                   TO KAO0ARP-DATEN                D28
142A9O     MOVE KAI4OFE-ANZ-RATEN       TO KAO0ARP-K-ANZ-RATEN          D28
142A9P     MOVE KAO5AP1-APO-BETRAG      TO KAO0ARP-K-VEREINBART         D28
142A9Q                                     KAO0ARP-K-RESTBETRAG         D28
142A9R     MOVE KAO5AP1-APO-WAEHRUNG    TO KAO0ARP-K-WAEHRUNG           D28
142A9S     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D28
142A9T                                  TO KAO0ARP-K-BENUTZER           D28
142A9U     MOVE H-HEUTE                 TO KAO0ARP-K-DATUM              D28
142A9V     SET KAO0ARP-K-AKTIV          TO TRUE                         D28
142A9W     PERFORM RATE-SATZ-SCHREIBEN                                  D28
142A9X* je Rate einen Satz schreiben                                    D28
142A9Y     PERFORM VARYING H-RATE-IND FROM 1 BY 1                       D28
142A9Z             UNTIL H-RATE-IND     > KAI4OFE-ANZ-RATEN             D28
142AA0       PERFORM RATE-SCHLUESSEL-BELEGEN                            D28
142AA1       MOVE SPACE                 TO KAO0ARP-DATEN                D28
142AA2       MOVE KAI4OFE-R-FAELLIG (H-RATE-IND)                        D28
142AA3                                  TO KAO0ARP-R-FAELLIG            D28
142AA4       MOVE KAI4OFE-R-BETRAG (H-RATE-IND)                         D28
142AA5                                  TO KAO0ARP-R-BETRAG             D28
142AA6       MOVE ZERO                  TO KAO0ARP-R-BEZAHLT            D28
142AA7                                     KAO0ARP-R-ZAHL-DATUM         D28
142AA8                                     KAO0ARP-R-SCHLIESSUNGSNR     D28
142AA9       SET KAO0ARP-R-OFFEN        TO TRUE                         D28
142AAA       PERFORM RATE-SATZ-SCHREIBEN                                D28
142AAB     END-PERFORM                                                  D28
142AAC* Journal schreiben                                               D28
142AAD     PERFORM ANLEGEN-JOURNAL                                      D28
142AAE* KA2856 Die Daten wurden gespeichert                             D28
142AAF     MOVE C-OBJEKT-KA2856         TO H-MELDUNGS-OBJEKT            D28
142AAG     PERFORM MELDUNG-EINTRAGEN                                    D28
142AAH     .                                                            D28
142AAI VERARB-APO-RATE-1002.                                            D28
142AAJ     EXIT.                                                        D28
142AAK/---------------------------------------------------------------* D28
142AAL* Ratenplan abweisen (KA4939 mit der beanstandeten Ratennummer,  *D28
142AAM* 000 fuer Anzahl bzw. Summe)                                    *D28
142AAN*---------------------------------------------------------------* D28
142AAO RATE-PLAN-ABLEHNEN SECTION.                                      D28
142AAP RATE-PLAN-ABLEHNEN-1001.                                         D28
142AAQ*                                                                 D28
142AAR*    KA4939 Ratenplan unzulaessig                                 D28
142AAS     MOVE C-OBJEKT-KA4939         TO H-MELDUNGS-OBJEKT            D28
142AAT     MOVE H-RATE-IND              TO GSTMEL-VAR-TEXT-1            D28
142AAU     PERFORM MELDUNG-EINTRAGEN                                    D28
142AAV     GO TO PROGRAMM-VERLASSEN                                     D28
142AAW     .                                                            D28
142AAX RATE-PLAN-ABLEHNEN-1002.                                         D28
142AAY     EXIT.                                                        D28
142AAZ/---------------------------------------------------------------* D28
142AB0* Schluessel KA02AKRP aus der gelesenen Position und der         *D28
142AB1* Ratennummer H-RATE-IND belegen                                 *D28
142AB2*---------------------------------------------------------------* D28
142AB3 RATE-SCHLUESSEL-BELEGEN SECTION.                                 D28
142AB4 RATE-SCHLUESSEL-BELEGEN-1001.                                    D28
142AB5*                                                                 D28
142AB6     MOVE KAO5AP1-APO-ABSTIMMKREIS-NR                             D28
142AB7                                  TO KAI0ARP-AK-NUMMER            D28
142AB8     MOVE KAO5AP1-APO-HERKUNFT    TO KAI0ARP-HERKUNFT             D28
142AB9     MOVE KAO5AP1-APO-KONTO-ID-ABSTIMM                            D28
142ABA                                  TO KAI0ARP-KONTO-ID             D28
142ABB     MOVE KAO5AP1-APO-AUSZUGSDATUM                                D28
142ABC                                  TO KAI0ARP-AUSZUGSDATUM         D28
142ABD     MOVE KAO5AP1-APO-AUSZUGSNUMMER                               D28
142ABE                                  TO KAI0ARP-AUSZUGSNUMMER        D28
142ABF     MOVE KAO5AP1-APO-AUSZUG-FNR  TO KAI0ARP-AUSZUG-FNR           D28
142ABG     MOVE KAO5AP1-APO-LFD-NR-APO  TO KAI0ARP-LFD-NR-APO           D28
142ABH     MOVE H-RATE-IND              TO KAI0ARP-RATE-NR              D28
142ABI     .                                                            D28
142ABJ RATE-SCHLUESSEL-BELEGEN-1002.                                    D28
142ABK     EXIT.                                                        D28
142ABL/---------------------------------------------------------------* D28
142ABM* Satz der Ratenvereinbarung KA02AKRP schreiben                  *D28
142ABN*---------------------------------------------------------------* D28
142ABO RATE-SATZ-SCHREIBEN SECTION.                                     D28
142ABP RATE-SATZ-SCHREIBEN-1001.                                        D28
142ABQ*                                                                 D28
142ABR     CALL "CGSTAB"                                                D28
142ABS     USING                                                        D28
142ABT       C-TAB-SCHREIBEN-EQUAL                                      D28
142ABU       C-KONFIG-ID-KA                                             D28
142ABV       C-OBJEKT-TAB-KA02AKRP                                      D28
142ABW       GSOVER-VERSTAENDIGUNGSBEREICH                              D28
142ABX       KAI0ARP-EINGABEBEREICH                                     D28
142ABY       KAO0ARP-AUSGABEBEREICH                                     D28
142ABZ       GSTTAB-EIN-AUSGABEBEREICH                                  D28
142AC0     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D28
142AC1     THEN                                                         D28
142AC2*      KA5007 (DB-Fehler)                                         D28
142AC3       MOVE C-OBJEKT-KA5007       TO H-MELDUNGS-OBJEKT            D28
142AC4       PERFORM MELDUNG-EINTRAGEN                                  D28
142AC5       GO TO PROGRAMM-VERLASSEN                                   D28
142AC6     END-IF                                                       D28
142AC7     .                                                            D28
142AC8 RATE-SATZ-SCHREIBEN-1002.                                        D28
142AC9     EXIT.                                                        D28
142ACA/---------------------------------------------------------------* D30
142ACB* Ereignis zur Statusaenderung der Schliessung ueber AKAEVT in  * D30
142ACC* die Outbox KA02AKEO schreiben (Arbeitseinheit der Aenderung)  * D30
142ACD*---------------------------------------------------------------* D30
142ACE EREIGNIS-SCH-SCHREIBEN SECTION.                                  D30
142ACF EREIGNIS-SCH-SCHREIBEN-1001.                                     D30
142ACG*                                                                 D30
142ACH     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D30
142ACI     SET KAIEVT-OBJEKT-SCH        TO TRUE                         D30
142ACJ     EVALUATE KAI4OF2-FUNKTION                                    D30
142ACK     WHEN     C-01-STD-SCH-FREI                                   D30
142ACL       SET KAIEVT-FREIGEGEBEN     TO TRUE                         D30
142ACM       MOVE C-STATUS-GESCHLOSSEN  TO KAIEVT-STATUS-NEU            D30
142ACN     WHEN     C-01-STD-SCH-ABLE                                   D30
142ACO       SET KAIEVT-ABGELEHNT       TO TRUE                         D30
142ACP       MOVE C-STATUS-ABGELEHNT    TO KAIEVT-STATUS-NEU            D30
142ACQ     WHEN     C-01-STD-SCH-AUFH                                   D30
142ACR       SET KAIEVT-AUFGEHOBEN      TO TRUE                         D30
142ACS       MOVE C-STATUS-AUFGEHOBEN   TO KAIEVT-STATUS-NEU            D30
142ACT     WHEN     C-01-STD-SCH-REVOKE                                 D30
142ACU       SET KAIEVT-ZURUECKGENOMMEN TO TRUE                         D30
142ACV       MOVE C-STATUS-OFFEN        TO KAIEVT-STATUS-NEU            D30
142ACW     END-EVALUATE                                                 D30
142ACX     MOVE C-01-INT-EREIGNIS-SCHR  TO KAIEVT-FUNKTION              D30
142ACY     MOVE C-AKA4OF                TO KAIEVT-PROGRAMM              D30
142ACZ     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D30
142AD0                                  TO KAIEVT-BENUTZER              D30
142AD1     MOVE KAO5SL1-AK-NUMMER       TO KAIEVT-AK-NUMMER             D30
142AD2     MOVE KAI4OF2-SCHLIESSUNGSNR  TO KAIEVT-SCHLIESSUNGSNR        D30
142AD3     MOVE KAO5SL1-SCH-STATUS      TO KAIEVT-STATUS-ALT            D30
142AD4     CALL "AKAEVT"                                                D30
142AD5     USING KAIEVT-EIN-AUSGABEBEREICH                              D30
142AD6           GSOVER-VERSTAENDIGUNGSBEREICH                          D30
142AD7     END-CALL                                                     D30
142AD8     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D30
142AD9     THEN                                                         D30
142ADA*      KA5007 (DB-Fehler)                                         D30
142ADB       MOVE C-OBJEKT-KA5007       TO H-MELDUNGS-OBJEKT            D30
142ADC       PERFORM MELDUNG-EINTRAGEN                                  D30
142ADD       GO TO PROGRAMM-VERLASSEN                                   D30
142ADE     END-IF                                                       D30
142ADF     .                                                            D30
142ADG EREIGNIS-SCH-SCHREIBEN-1002.                                     D30
142ADH     EXIT.                                                        D30
142ADI/---------------------------------------------------------------* D24
142ADJ* Rueckleitung bestaetigen: der vom Lauf AKARLV vorgeschlagene  * D24
142ADK* Eingang wird mit dem Rueckgabegrund zur Genehmigung gestellt *  D24
142ADL*---------------------------------------------------------------* D24
142ADM VERARB-SCH-RUECK-BEST SECTION.                                   D24
142ADN VERARB-SCH-RUECK-BEST-1001.                                      D24
142ADO     PERFORM RUECK-REGISTER-LESEN                                 D24
142ADP     IF RUECK-REGISTER-FEHLT                                      D24
142ADQ        OR NOT KAO0ARL-VORGESCHLAGEN                              D24
142ADR     THEN                                                         D24
142ADS*      KA4925 Kein Rueckleitungsvorschlag im passenden Status     D24
142ADT       MOVE C-OBJEKT-KA4925       TO H-MELDUNGS-OBJEKT            D24
142ADU       MOVE KAI4OFA-SCHLIESSUNGSNR                                D24
142ADV                                  TO GSTMEL-VAR-TEXT-1            D24
142ADW       PERFORM MELDUNG-EINTRAGEN                                  D24
142ADX       GO TO PROGRAMM-VERLASSEN                                   D24
142ADY     END-IF                                                       D24
142ADZ     IF KAI4OFA-RUECK-GRUND       NOT = SPACE                     D24
142AE0        AND KAI4OFA-RUECK-GRUND   NOT = LOW-VALUE                 D24
142AE1     THEN                                                         D24
142AE2       MOVE KAI4OFA-RUECK-GRUND   TO KAO0ARL-RUECK-GRUND          D24
142AE3     END-IF                                                       D24
142AE4     SET KAO0ARL-GEPRUEFT         TO TRUE                         D24
142AE5     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D24
142AE6                                  TO KAO0ARL-PRUEFER              D24
142AE7     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D24
142AE8     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0ARL-PRUEF-DATUM          D24
142AE9     PERFORM RUECK-REGISTER-SCHREIBEN                             D24
142AEA*    KA2856 Die Daten wurden gespeichert                          D24
142AEB     MOVE C-OBJEKT-KA2856         TO H-MELDUNGS-OBJEKT            D24
142AEC     PERFORM MELDUNG-EINTRAGEN                                    D24
142AED     .                                                            D24
142AEE VERARB-SCH-RUECK-BEST-1002.                                      D24
142AEF     EXIT.                                                        D24
142AEG/---------------------------------------------------------------* D24
142AEH* Rueckleitung genehmigen: nur durch einen zweiten Benutzer;    * D24
142AEI* die Genehmigung gibt die Schliessung mit dem Grund RUEC frei *  D24
142AEJ* (Vormerkung KA02AKGB); den Versand uebernimmt AKARLV          * D24
142AEK*---------------------------------------------------------------* D24
142AEL VERARB-SCH-RUECK-GEN SECTION.                                    D24
142AEM VERARB-SCH-RUECK-GEN-1001.                                       D24
142AEN     PERFORM RUECK-REGISTER-LESEN                                 D24
142AEO     IF RUECK-REGISTER-FEHLT                                      D24
142AEP        OR NOT KAO0ARL-GEPRUEFT                                   D24
142AEQ     THEN                                                         D24
142AER*      KA4925 Kein Rueckleitungsvorschlag im passenden Status     D24
142AES       MOVE C-OBJEKT-KA4925       TO H-MELDUNGS-OBJEKT            D24
142AET       MOVE KAI4OFA-SCHLIESSUNGSNR                                D24
142AEU                                  TO GSTMEL-VAR-TEXT-1            D24
142AEV       PERFORM MELDUNG-EINTRAGEN                                  D24
142AEW       GO TO PROGRAMM-VERLASSEN                                   D24
142AEX     END-IF                                                       D24
142AEY     IF KAO0ARL-PRUEFER           =                               D24
142AEZ        GSO1ANM-BENUTZERIDENTIFIKATION                            D24
142AF0     THEN                                                         D24
142AF1*      KA4926 Genehmigung durch den Bestaetiger unzulaessig       D24
142AF2       MOVE C-OBJEKT-KA4926       TO H-MELDUNGS-OBJEKT            D24
142AF3       PERFORM MELDUNG-EINTRAGEN                                  D24
142AF4       GO TO PROGRAMM-VERLASSEN                                   D24
142AF5     END-IF                                                       D24
142AF6*    Freigabe ueber den Standardweg durchfuehren                  D24
142AF7     MOVE KAO0ARL-RUECK-GRUND     TO H-RUECK-BEMERK-GRUND         D24
142AF8     SET RUECK-GEN-AKTIV          TO TRUE                         D24
142AF9     MOVE C-01-STD-SCH-FREI       TO KAI4OF2-FUNKTION             D24
142AFA     MOVE H-RUECK-BEMERK          TO KAI4OF2-SCHLIESSUNG-BEMERK   D24
142AFB     PERFORM VERARB-SCH-AEND                                      D24
142AFC     SET RUECK-GEN-INAKTIV        TO TRUE                         D24
142AFD*    Register fortschreiben                                       D24
142AFE     SET KAO0ARL-GENEHMIGT        TO TRUE                         D24
142AFF     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D24
142AFG                                  TO KAO0ARL-GENEHMIGER           D24
142AFH     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D24
142AFI     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0ARL-GEN-DATUM            D24
142AFJ     PERFORM RUECK-REGISTER-SCHREIBEN                             D24
142AFK     .                                                            D24
142AFL VERARB-SCH-RUECK-GEN-1002.                                       D24
142AFM     EXIT.                                                        D24
142AFN/---------------------------------------------------------------* D24
142AFO* Noch nicht versandten Rueckleitungsvorschlag der Schliessung  * D24
142AFP* verwerfen (Status "R")                                        * D24
142AFQ*---------------------------------------------------------------* D24
142AFR RUECK-VORSCHLAG-VERWERFEN SECTION.                               D24
142AFS RUECK-VORSCHLAG-VERWERFEN-1001.                                  D24
142AFT     PERFORM RUECK-REGISTER-LESEN                                 D24
142AFU     IF RUECK-REGISTER-VORHANDEN                                  D24
142AFV        AND (KAO0ARL-VORGESCHLAGEN                                D24
142AFW             OR KAO0ARL-GEPRUEFT                                  D24
142AFX             OR KAO0ARL-GENEHMIGT)                                D24
142AFY     THEN                                                         D24
142AFZ       SET KAO0ARL-ABGELEHNT      TO TRUE                         D24
142AG0       PERFORM RUECK-REGISTER-SCHREIBEN                           D24
142AG1     END-IF                                                       D24
142AG2     .                                                            D24
142AG3 RUECK-VORSCHLAG-VERWERFEN-1002.                                  D24
142AG4     EXIT.                                                        D24
142AG5/---------------------------------------------------------------* D24
142AG6* Registersatz der Rueckleitung lesen                           * D24
142AG7*---------------------------------------------------------------* D24
142AG8 RUECK-REGISTER-LESEN SECTION.                                    D24
142AG9 RUECK-REGISTER-LESEN-1001.                                       D24
142AGA     MOVE KAI4OF2-SCHLIESSUNGSNR  TO KAI0ARL-SCHLIESSUNGSNR       D24
142AGB     CALL "CGSTAB"                                                D24
142AGC     USING                                                        D24
142AGD       C-TAB-LESEN-EQUAL                                          D24
142AGE       C-KONFIG-ID-KA                                             D24
142AGF       C-OBJEKT-TAB-KA02AKRL                                      D24
142AGG       GSOVER-VERSTAENDIGUNGSBEREICH                              D24
142AGH       KAI0ARL-EINGABEBEREICH                                     D24
142AGI       KAO0ARL-AUSGABEBEREICH                                     D24
142AGJ       GSTTAB-EIN-AUSGABEBEREICH                                  D24
142AGK     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D24
142AGL     THEN                                                         D24
142AGM       SET RUECK-REGISTER-VORHANDEN                               D24
142AGN                                  TO TRUE                         D24
142AGO     ELSE                                                         D24
142AGP       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D24
142AGQ       SET RUECK-REGISTER-FEHLT   TO TRUE                         D24
142AGR     END-IF                                                       D24
142AGS     .                                                            D24
142AGT RUECK-REGISTER-LESEN-1002.                                       D24
142AGU     EXIT.                                                        D24
142AGV/---------------------------------------------------------------* D24
142AGW* Registersatz der Rueckleitung schreiben                       * D24
142AGX*---------------------------------------------------------------* D24
142AGY RUECK-REGISTER-SCHREIBEN SECTION.                                D24
142AGZ RUECK-REGISTER-SCHREIBEN-1001.                                   D24
142AH0     MOVE KAI4OF2-SCHLIESSUNGSNR  TO KAI0ARL-SCHLIESSUNGSNR       D24
142AH1     CALL "CGSTAB"                                                D24
142AH2     USING                                                        D24
142AH3       C-TAB-SCHREIBEN-EQUAL                                      D24
142AH4       C-KONFIG-ID-KA                                             D24
142AH5       C-OBJEKT-TAB-KA02AKRL                                      D24
142AH6       GSOVER-VERSTAENDIGUNGSBEREICH                              D24
142AH7       KAI0ARL-EINGABEBEREICH                                     D24
142AH8       KAO0ARL-AUSGABEBEREICH                                     D24
142AH9       GSTTAB-EIN-AUSGABEBEREICH                                  D24
142AHA     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D24
142AHB     THEN                                                         D24
142AHC       GO TO PROGRAMM-VERLASSEN                                   D24
142AHD     END-IF                                                       D24
142AHE     .                                                            D24
142AHF RUECK-REGISTER-SCHREIBEN-1002.                                   D24
142AHG     EXIT.                                                        D24
142AHH/---------------------------------------------------------------* D25
142AHI* Nachrichtenloses Guthaben: Kontaktversuch zum Berechtigten    * D25
142AHJ* im Register KA02AKUF vermerken                                * D25
142AHK*---------------------------------------------------------------* D25
142AHL VERARB-UNF-KONTAKT SECTION.                                      D25
142AHM VERARB-UNF-KONTAKT-1001.                                         D25
142AHN     IF KAI4OFB-TEXT              = SPACE OR LOW-VALUE            D25
142AHO     THEN                                                         D25
142AHP*      KA4928 Kontaktvermerk bzw. Begruendung fehlt               D25
142AHQ       MOVE C-OBJEKT-KA4928       TO H-MELDUNGS-OBJEKT            D25
142AHR       PERFORM MELDUNG-EINTRAGEN                                  D25
142AHS       GO TO PROGRAMM-VERLASSEN                                   D25
142AHT     END-IF                                                       D25
142AHU     PERFORM UNF-REGISTER-LESEN                                   D25
142AHV     IF UNF-REGISTER-FEHLT                                        D25
142AHW        OR NOT (KAO0AUF-GEMELDET                                  D25
142AHX                OR KAO0AUF-UEBERTRAG-VORG                         D25
142AHY                OR KAO0AUF-UEBERTRAGEN)                           D25
142AHZ     THEN                                                         D25
142AI0*      KA4927 Kein Registersatz im passenden Status               D25
142AI1       MOVE C-OBJEKT-KA4927       TO H-MELDUNGS-OBJEKT            D25
142AI2       MOVE KAI4OFB-LFD-NR-APO    TO GSTMEL-VAR-TEXT-1            D25
142AI3       PERFORM MELDUNG-EINTRAGEN                                  D25
142AI4       GO TO PROGRAMM-VERLASSEN                                   D25
142AI5     END-IF                                                       D25
142AI6     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D25
142AI7     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0AUF-KONTAKT-DATUM        D25
142AI8     MOVE KAI4OFB-TEXT            TO KAO0AUF-KONTAKT-TEXT         D25
142AI9     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D25
142AIA                                  TO KAO0AUF-KONTAKT-BENUTZER     D25
142AIB     PERFORM UNF-REGISTER-SCHREIBEN                               D25
142AIC*    KA2856 Die Daten wurden gespeichert                          D25
142AID     MOVE C-OBJEKT-KA2856         TO H-MELDUNGS-OBJEKT            D25
142AIE     PERFORM MELDUNG-EINTRAGEN                                    D25
142AIF     .                                                            D25
142AIG VERARB-UNF-KONTAKT-1002.                                         D25
142AIH     EXIT.                                                        D25
142AII/---------------------------------------------------------------* D25
142AIJ* Uebertrag auf das Sammelkonto freigeben: die vom Jahreslauf   * D25
142AIK* AKAUNF vorgeschlagene Schliessung wird mit dem Grund UNCL     * D25
142AIL* freigegeben (Vormerkung KA02AKGB fuer das Hauptbuch)          * D25
142AIM*---------------------------------------------------------------* D25
142AIN VERARB-UNF-UEBERTRAG SECTION.                                    D25
142AIO VERARB-UNF-UEBERTRAG-1001.                                       D25
142AIP     PERFORM UNF-REGISTER-LESEN                                   D25
142AIQ     IF UNF-REGISTER-FEHLT                                        D25
142AIR        OR NOT KAO0AUF-UEBERTRAG-VORG                             D25
142AIS     THEN                                                         D25
142AIT*      KA4927 Kein Registersatz im passenden Status               D25
142AIU       MOVE C-OBJEKT-KA4927       TO H-MELDUNGS-OBJEKT            D25
142AIV       MOVE KAI4OFB-LFD-NR-APO    TO GSTMEL-VAR-TEXT-1            D25
142AIW       PERFORM MELDUNG-EINTRAGEN                                  D25
142AIX       GO TO PROGRAMM-VERLASSEN                                   D25
142AIY     END-IF                                                       D25
142AIZ*    Freigabe ueber den Standardweg durchfuehren                  D25
142AJ0     MOVE C-01-STD-SCH-FREI       TO KAI4OF2-FUNKTION             D25
142AJ1     MOVE KAO0AUF-SCHLIESSUNGSNR  TO KAI4OF2-SCHLIESSUNGSNR       D25
142AJ2     MOVE H-UNF-BEMERK            TO KAI4OF2-SCHLIESSUNG-BEMERK   D25
142AJ3     PERFORM VERARB-SCH-AEND                                      D25
142AJ4*    Register fortschreiben                                       D25
142AJ5     SET KAO0AUF-UEBERTRAGEN      TO TRUE                         D25
142AJ6     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D25
142AJ7     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0AUF-FREIGABE-DATUM       D25
142AJ8     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D25
142AJ9                                  TO KAO0AUF-FREIGEBER            D25
142AJA     MOVE KAO0AKB-STATUS          TO KAO0AUF-GL-STATUS            D25
142AJB     MOVE ZERO                    TO KAO0AUF-GL-SENDE-DATUM       D25
142AJC     PERFORM UNF-REGISTER-SCHREIBEN                               D25
142AJD     .                                                            D25
142AJE VERARB-UNF-UEBERTRAG-1002.                                       D25
142AJF     EXIT.                                                        D25
142AJG/---------------------------------------------------------------* D25
142AJH* Rueckforderung durch den Berechtigten: die Uebertrags-        * D25
142AJI* schliessung wird zurueckgenommen, der Posten steht wieder     * D25
142AJJ* offen zur Auszahlung; die Gegenbuchung vom Sammelkonto        * D25
142AJK* liefert AKAGLB (Register Status "Z", Gegenbuchung offen)      * D25
142AJL*---------------------------------------------------------------* D25
142AJM VERARB-UNF-RUECKF SECTION.                                       D25
142AJN VERARB-UNF-RUECKF-1001.                                          D25
142AJO     IF KAI4OFB-TEXT              = SPACE OR LOW-VALUE            D25
142AJP     THEN                                                         D25
142AJQ*      KA4861 Bei der Ruecknahme ist eine Begruendung anzugeben   D25
142AJR       MOVE C-OBJEKT-KA4861       TO H-MELDUNGS-OBJEKT            D25
142AJS       PERFORM MELDUNG-EINTRAGEN                                  D25
142AJT       GO TO PROGRAMM-VERLASSEN                                   D25
142AJU     END-IF                                                       D25
142AJV     PERFORM UNF-REGISTER-LESEN                                   D25
142AJW     IF UNF-REGISTER-FEHLT                                        D25
142AJX        OR NOT KAO0AUF-UEBERTRAGEN                                D25
142AJY     THEN                                                         D25
142AJZ*      KA4927 Kein Registersatz im passenden Status               D25
142AK0       MOVE C-OBJEKT-KA4927       TO H-MELDUNGS-OBJEKT            D25
142AK1       MOVE KAI4OFB-LFD-NR-APO    TO GSTMEL-VAR-TEXT-1            D25
142AK2       PERFORM MELDUNG-EINTRAGEN                                  D25
142AK3       GO TO PROGRAMM-VERLASSEN                                   D25
142AK4     END-IF                                                       D25
142AK5*    Ruecknahme ueber den Standardweg; die Begruendung steht      D25
142AK6*    bereits in der Bemerkung (deckungsgleich mit KAI4OF2)        D25
142AK7     MOVE C-01-STD-SCH-REVOKE     TO KAI4OF2-FUNKTION             D25
142AK8     MOVE KAO0AUF-SCHLIESSUNGSNR  TO KAI4OF2-SCHLIESSUNGSNR       D25
142AK9     PERFORM VERARB-SCH-AEND                                      D25
142AKA*    Register fortschreiben                                       D25
142AKB     SET KAO0AUF-RUECKGEFORDERT   TO TRUE                         D25
142AKC     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D25
142AKD     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0AUF-RUECKF-DATUM         D25
142AKE     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D25
142AKF                                  TO KAO0AUF-RUECKF-BENUTZER      D25
142AKG     MOVE KAI4OF2-SCHLIESSUNG-BEMERK                              D25
142AKH                                  TO KAO0AUF-RUECKF-BEMERK        D25
142AKI     SET KAO0AUF-RUECKF-GL-OFFEN  TO TRUE                         D25
142AKJ     MOVE ZERO                    TO KAO0AUF-RUECKF-GL-DATUM      D25
142AKK     PERFORM UNF-REGISTER-SCHREIBEN                               D25
142AKL     .                                                            D25
142AKM VERARB-UNF-RUECKF-1002.                                          D25
142AKN     EXIT.                                                        D25
142AKO/---------------------------------------------------------------* D25
142AKP* Registersatz des nachrichtenlosen Guthabens lesen             * D25
142AKQ*---------------------------------------------------------------* D25
142AKR UNF-REGISTER-LESEN SECTION.                                      D25
142AKS UNF-REGISTER-LESEN-1001.                                         D25
142AKT     MOVE KAI4OFB-ABSTIMMKREIS-NR TO KAI0AUF-AK-NUMMER            D25
142AKU     MOVE KAI4OFB-HERKUNFT        TO KAI0AUF-HERKUNFT             D25
142AKV     MOVE KAI4OFB-KONTO-ID-ABSTIMM                                D25
142AKW                                  TO KAI0AUF-KONTO-ID             D25
142AKX     MOVE KAI4OFB-AUSZUGSDATUM    TO KAI0AUF-AUSZUGSDATUM         D25
142AKY     MOVE KAI4OFB-AUSZUGSNUMMER   TO KAI0AUF-AUSZUGSNUMMER        D25
142AKZ     MOVE KAI4OFB-AUSZUG-FNR      TO KAI0AUF-AUSZUG-FNR           D25
142AL0     MOVE KAI4OFB-LFD-NR-APO      TO KAI0AUF-LFD-NR-APO           D25
142AL1     CALL "CGSTAB"                                                D25
142AL2     USING                                                        D25
142AL3       C-TAB-LESEN-EQUAL                                          D25
142AL4       C-KONFIG-ID-KA                                             D25
142AL5       C-OBJEKT-TAB-KA02AKUF                                      D25
142AL6       GSOVER-VERSTAENDIGUNGSBEREICH                              D25
142AL7       KAI0AUF-EINGABEBEREICH                                     D25
142AL8       KAO0AUF-AUSGABEBEREICH                                     D25
142AL9       GSTTAB-EIN-AUSGABEBEREICH                                  D25
142ALA     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D25
142ALB     THEN                                                         D25
142ALC       SET UNF-REGISTER-VORHANDEN TO TRUE                         D25
142ALD     ELSE                                                         D25
142ALE       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D25
142ALF       SET UNF-REGISTER-FEHLT     TO TRUE                         D25
142ALG     END-IF                                                       D25
142ALH     .                                                            D25
142ALI UNF-REGISTER-LESEN-1002.                                         D25
142ALJ     EXIT.                                                        D25
142ALK/---------------------------------------------------------------* D25
142ALL* Registersatz des nachrichtenlosen Guthabens schreiben         * D25
142ALM* (Schluessel aus UNF-REGISTER-LESEN)                           * D25
142ALN*---------------------------------------------------------------* D25
142ALO UNF-REGISTER-SCHREIBEN SECTION.                                  D25
142ALP UNF-REGISTER-SCHREIBEN-1001.                                     D25
142ALQ     CALL "CGSTAB"                                                D25
142ALR     USING                                                        D25
142ALS       C-TAB-SCHREIBEN-EQUAL                                      D25
142ALT       C-KONFIG-ID-KA                                             D25
142ALU       C-OBJEKT-TAB-KA02AKUF                                      D25
142ALV       GSOVER-VERSTAENDIGUNGSBEREICH                              D25
142ALW       KAI0AUF-EINGABEBEREICH                                     D25
142ALX       KAO0AUF-AUSGABEBEREICH                                     D25
142ALY       GSTTAB-EIN-AUSGABEBEREICH                                  D25
142ALZ     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D25
142AM0     THEN                                                         D25
142AM1       GO TO PROGRAMM-VERLASSEN                                   D25
142AM2     END-IF                                                       D25
142AM3     .                                                            D25
142AM4 UNF-REGISTER-SCHREIBEN-1002.                                     D25
142AM5     EXIT.                                                        D25
142AM6/---------------------------------------------------------------* D26
142AM7* Antwort auf einen Rueckruf (camt.056) erfassen: Annahme oder  * D26
142AM8* Ablehnung mit Grund. Bei Annahme wird eine bestehende         * D26
142AM9* Schliessung des Originalpostens zurueckgenommen (geschlossen) * D26
142AMA* bzw. aufgehoben (freizugeben), der Posten steht wieder offen; * D26
142AMB* ein offener Posten wird gegen die Rueckzahlung ausgeglichen.  * D26
142AMC* Die Antwort (camt.029) erzeugt der Tageslauf AKARCL.          * D26
142AMD*---------------------------------------------------------------* D26
142AME VERARB-RCL-ANTWORT SECTION.                                      D26
142AMF VERARB-RCL-ANTWORT-1001.                                         D26
142AMG     IF KAI4OFC-TEXT              = SPACE OR LOW-VALUE            D26
142AMH     THEN                                                         D26
142AMI*      KA4929 Begruendung der Entscheidung fehlt                  D26
142AMJ       MOVE C-OBJEKT-KA4929       TO H-MELDUNGS-OBJEKT            D26
142AMK       PERFORM MELDUNG-EINTRAGEN                                  D26
142AML       GO TO PROGRAMM-VERLASSEN                                   D26
142AMM     END-IF                                                       D26
142AMN     IF NOT (KAI4OFC-ANNAHME OR KAI4OFC-ABLEHNUNG)                D26
142AMO        OR (KAI4OFC-ABLEHNUNG                                     D26
142AMP            AND KAI4OFC-ANTWORT-GRUND = SPACE)                    D26
142AMQ     THEN                                                         D26
142AMR*      KA4931 Entscheidung ungueltig bzw. Ablehnungsgrund fehlt   D26
142AMS       MOVE C-OBJEKT-KA4931       TO H-MELDUNGS-OBJEKT            D26
142AMT       PERFORM MELDUNG-EINTRAGEN                                  D26
142AMU       GO TO PROGRAMM-VERLASSEN                                   D26
142AMV     END-IF                                                       D26
142AMW     MOVE KAI4OFC-FALL-ID         TO H-RCL-FALL-ID                D26
142AMX     PERFORM RCL-FALL-LESEN                                       D26
142AMY     IF RCL-FALL-FEHLT                                            D26
142AMZ        OR NOT KAO0ARC-OFFEN                                      D26
142AN0     THEN                                                         D26
142AN1*      KA4930 Kein offener Rueckruffall                           D26
142AN2       MOVE C-OBJEKT-KA4930       TO H-MELDUNGS-OBJEKT            D26
142AN3       MOVE H-RCL-FALL-ID         TO GSTMEL-VAR-TEXT-1            D26
142AN4       PERFORM MELDUNG-EINTRAGEN                                  D26
142AN5       GO TO PROGRAMM-VERLASSEN                                   D26
142AN6     END-IF                                                       D26
142AN7     MOVE SPACE                   TO KAO0ARC-AUSGLEICH-ART        D26
142AN8     IF KAI4OFC-ANNAHME                                           D26
142AN9     THEN                                                         D26
142ANA       IF KAO0ARC-APO-N-GEFUNDEN                                  D26
142ANB       THEN                                                       D26
142ANC*        KA4932 Annahme ohne zugeordneten Originalposten          D26
142AND         MOVE C-OBJEKT-KA4932     TO H-MELDUNGS-OBJEKT            D26
142ANE         MOVE H-RCL-FALL-ID       TO GSTMEL-VAR-TEXT-1            D26
142ANF         PERFORM MELDUNG-EINTRAGEN                                D26
142ANG         GO TO PROGRAMM-VERLASSEN                                 D26
142ANH       END-IF                                                     D26
142ANI       PERFORM RCL-ANNAHME-AUSGLEICH                              D26
142ANJ       SET KAO0ARC-ANGENOMMEN     TO TRUE                         D26
142ANK     ELSE                                                         D26
142ANL       SET KAO0ARC-ABGELEHNT      TO TRUE                         D26
142ANM     END-IF                                                       D26
142ANN*    Fall fortschreiben, Antwort zur Erzeugung vormerken          D26
142ANO     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D26
142ANP     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0ARC-ENTSCHEIDUNG-DATUM   D26
142ANQ     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D26
142ANR                                  TO KAO0ARC-ENTSCHEIDER          D26
142ANS     MOVE KAI4OFC-ANTWORT-GRUND   TO KAO0ARC-ANTWORT-GRUND        D26
142ANT     MOVE KAI4OFC-TEXT            TO KAO0ARC-BEMERK               D26
142ANU     SET KAO0ARC-ANTWORT-OFFEN    TO TRUE                         D26
142ANV     MOVE ZERO                    TO KAO0ARC-ANTWORT-DATUM        D26
142ANW     PERFORM RCL-FALL-SCHREIBEN                                   D26
142ANX     IF NOT KAO0ARC-AUSGLEICH-WIEDEROFFEN                         D26
142ANY     THEN                                                         D26
142ANZ*      KA2856 Die Daten wurden gespeichert                        D26
142AO0       MOVE C-OBJEKT-KA2856       TO H-MELDUNGS-OBJEKT            D26
142AO1       PERFORM MELDUNG-EINTRAGEN                                  D26
142AO2     END-IF                                                       D26
142AO3     .                                                            D26
142AO4 VERARB-RCL-ANTWORT-1002.                                         D26
142AO5     EXIT.                                                        D26
142AO6/---------------------------------------------------------------* D26
142AO7* Angenommener Rueckruf: Originalposten lesen und je nach       * D26
142AO8* Status die Schliessung zuruecknehmen bzw. aufheben            * D26
142AO9*---------------------------------------------------------------* D26
142AOA RCL-ANNAHME-AUSGLEICH SECTION.                                   D26
142AOB RCL-ANNAHME-AUSGLEICH-1001.                                      D26
142AOC     MOVE KAO0ARC-AK-NUMMER       TO KAI5AP1-ABSTIMMKREIS-NR      D26
142AOD     MOVE KAO0ARC-HERKUNFT        TO KAI5AP1-HERKUNFT             D26
142AOE     MOVE KAO0ARC-KONTO-ID        TO KAI5AP1-KONTO-ID-ABSTIMM     D26
142AOF     MOVE KAO0ARC-AUSZUGSDATUM    TO KAI5AP1-AUSZUGSDATUM         D26
142AOG     MOVE KAO0ARC-AUSZUGSNUMMER   TO KAI5AP1-AUSZUGSNUMMER        D26
142AOH     MOVE KAO0ARC-AUSZUG-FNR      TO KAI5AP1-AUSZUG-FNR           D26
142AOI     MOVE KAO0ARC-LFD-NR-APO      TO KAI5AP1-LFD-NR-APO           D26
142AOJ     PERFORM AUFRUF-KKA5AP-MASSE                                  D26
142AOK     EVALUATE KAO5AP1-APO-STATUS                                  D26
142AOL     WHEN C-STATUS-GESCHLOSSEN                                    D26
142AOM*      Ruecknahme ueber den Standardweg; die Begruendung steht    D26
142AON*      bereits in der Bemerkung (deckungsgleich mit KAI4OF2)      D26
142AOO       MOVE C-01-STD-SCH-REVOKE   TO KAI4OF2-FUNKTION             D26
142AOP       MOVE KAO5AP1-APO-SCHLIESSUNGSNR                            D26
142AOQ                                  TO KAI4OF2-SCHLIESSUNGSNR       D26
142AOR       PERFORM VERARB-SCH-AEND                                    D26
142AOS       MOVE KAO5AP1-APO-SCHLIESSUNGSNR                            D26
142AOT                                  TO KAO0ARC-SCHLIESSUNGSNR       D26
142AOU       SET KAO0ARC-AUSGLEICH-WIEDEROFFEN                          D26
142AOV                                  TO TRUE                         D26
142AOW     WHEN C-STATUS-FREIZUGEBEN                                    D26
142AOX       MOVE C-01-STD-SCH-AUFH     TO KAI4OF2-FUNKTION             D26
142AOY       MOVE KAO5AP1-APO-SCHLIESSUNGSNR                            D26
142AOZ                                  TO KAI4OF2-SCHLIESSUNGSNR       D26
142AP0       PERFORM VERARB-SCH-AEND                                    D26
142AP1       MOVE KAO5AP1-APO-SCHLIESSUNGSNR                            D26
142AP2                                  TO KAO0ARC-SCHLIESSUNGSNR       D26
142AP3       SET KAO0ARC-AUSGLEICH-WIEDEROFFEN                          D26
142AP4                                  TO TRUE                         D26
142AP5     WHEN OTHER                                                   D26
142AP6       SET KAO0ARC-AUSGLEICH-OFFEN                                D26
142AP7                                  TO TRUE                         D26
142AP8     END-EVALUATE                                                 D26
142AP9     .                                                            D26
142APA RCL-ANNAHME-AUSGLEICH-1002.                                      D26
142APB     EXIT.                                                        D26
142APC/---------------------------------------------------------------* D26
142APD* Rueckruffall KA02AKRC lesen                                   * D26
142APE*---------------------------------------------------------------* D26
142APF RCL-FALL-LESEN SECTION.                                          D26
142APG RCL-FALL-LESEN-1001.                                             D26
142APH     MOVE H-RCL-FALL-ID           TO KAI0ARC-FALL-ID              D26
142API     CALL "CGSTAB"                                                D26
142APJ     USING                                                        D26
142APK       C-TAB-LESEN-EQUAL                                          D26
142APL       C-KONFIG-ID-KA                                             D26
142APM       C-OBJEKT-TAB-KA02AKRC                                      D26
142APN       GSOVER-VERSTAENDIGUNGSBEREICH                              D26
142APO       KAI0ARC-EINGABEBEREICH                                     D26
142APP       KAO0ARC-AUSGABEBEREICH                                     D26
142APQ       GSTTAB-EIN-AUSGABEBEREICH                                  D26
142APR     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D26
142APS     THEN                                                         D26
142APT       SET RCL-FALL-VORHANDEN     TO TRUE                         D26
142APU     ELSE                                                         D26
142APV       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D26
142APW       SET RCL-FALL-FEHLT         TO TRUE                         D26
142APX     END-IF                                                       D26
142APY     .                                                            D26
142APZ RCL-FALL-LESEN-1002.                                             D26
142AQ0     EXIT.                                                        D26
142AQ1/---------------------------------------------------------------* D26
142AQ2* Rueckruffall KA02AKRC schreiben (Schluessel wie beim Lesen)   * D26
142AQ3*---------------------------------------------------------------* D26
142AQ4 RCL-FALL-SCHREIBEN SECTION.                                      D26
142AQ5 RCL-FALL-SCHREIBEN-1001.                                         D26
142AQ6     MOVE H-RCL-FALL-ID           TO KAI0ARC-FALL-ID              D26
142AQ7     CALL "CGSTAB"                                                D26
142AQ8     USING                                                        D26
142AQ9       C-TAB-SCHREIBEN-EQUAL                                      D26
142AQA       C-KONFIG-ID-KA                                             D26
142AQB       C-OBJEKT-TAB-KA02AKRC                                      D26
142AQC       GSOVER-VERSTAENDIGUNGSBEREICH                              D26
142AQD       KAI0ARC-EINGABEBEREICH                                     D26
142AQE       KAO0ARC-AUSGABEBEREICH                                     D26
142AQF       GSTTAB-EIN-AUSGABEBEREICH                                  D26
142AQG     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D26
142AQH     THEN                                                         D26
142AQI       GO TO PROGRAMM-VERLASSEN                                   D26
142AQJ     END-IF                                                       D26
142AQK     .                                                            D26
142AQL RCL-FALL-SCHREIBEN-1002.                                         D26
142AQM     EXIT.                                                        D26
142AQN/---------------------------------------------------------------* D31
142AQO* Ergebnis aus Waehrungsdifferenzen (realisiert und Neubewertung)*D31
142AQP* der freigegebenen Schliessung ueber AKAFXS ermitteln           *D31
142AQQ*---------------------------------------------------------------* D31
142AQR FX-ERGEBNIS-ERMITTELN SECTION.                                   D31
142AQS FX-ERGEBNIS-ERMITTELN-1001.                                      D31
142AQT     MOVE FUNCTION CURRENT-DATE   TO H-DH-TIMESTAMP-FIELDS        D31
142AQU     MOVE KAI4OF2-SCHLIESSUNGSNR  TO KAIFXS-SCHLIESSUNGSNR        D31
142AQV     MOVE H-DH-TIMESTAMP (1:8)    TO KAIFXS-FREIGABE-DATUM        D31
142AQW     CALL "AKAFXS"                                                D31
142AQX     USING KAIFXS-EIN-AUSGABEBEREICH                              D31
142AQY           GSOVER-VERSTAENDIGUNGSBEREICH                          D31
142AQZ     END-CALL                                                     D31
142AR0     MOVE KAIFXS-FX-REAL-BETRAG   TO KAO0AKB-FX-REAL-BETRAG       D31
142AR1     MOVE KAIFXS-FX-NEUBEW-BETRAG TO KAO0AKB-FX-NEUBEW-BETRAG     D31
142AR2     .                                                            D31
142AR3 FX-ERGEBNIS-ERMITTELN-1002.                                      D31
142AR4     EXIT.                                                        D31
143050/---------------------------------------------------------------* D09
143051* PRUEFEN-FACHBEREICH-BERECHTIGUNG                               *D09
143052* Schraenkt die ueber CGSBER erteilte, rein funktionsbezogene    *D09
173000       MOVE KAI4OF2-SCHLIESSUNGSNR
173100                                  TO H-ZUGRIFFSKRITERIUM
173200       MOVE H-ZUGRIFFSKRITERIUM   TO JDI100-ZUGRIFFSKRITERIUM
1732A0     WHEN C-01-STD-APO-ZUSF                                       D27
1732A1       MOVE C-PROT-EINGABE        TO JDI100-PROTOKOLLGRUND        D27
1732A2       MOVE C-GV-APO-AEND         TO JDI100-GV                    D27
1732A3       MOVE KAI4OFD-BEMERKUNG (1:60)                              D27
1732A4         TO JDI100-BEMERKUNG1                                     D27
1732A5       MOVE ZERO                  TO H-IND                        D27
1732A6       ADD C-1                    TO H-IND                        D27
1732A7       MOVE C-FELD-KA000001       TO JDAENES-AEND-FELD(H-IND)     D27
1732A8       MOVE C-AKTION-NEU                                          D27
1732A9         TO JDAENES-AEND-FELDINHALT-NEU(H-IND)                    D27
1732AA       MOVE KAI4OFD-ABSTIMMKREIS-NR                               D27
1732AB                                  TO H-ZUGRIFFSKRITERIUM          D27
1732AC       MOVE H-ZUGRIFFSKRITERIUM   TO JDI100-ZUGRIFFSKRITERIUM     D27
1732AD     WHEN C-01-STD-APO-RATE                                       D28
1732AE       MOVE C-PROT-EINGABE        TO JDI100-PROTOKOLLGRUND        D28
1732AF       MOVE C-GV-APO-AEND         TO JDI100-GV                    D28
1732AG       MOVE KAI4OFE-BEMERKUNG (1:60)                              D28
1732AH         TO JDI100-BEMERKUNG1                                     D28
1732AI       MOVE ZERO                  TO H-IND                        D28
1732AJ       ADD C-1                    TO H-IND                        D28
1732AK       MOVE C-FELD-KA000001       TO JDAENES-AEND-FELD(H-IND)     D28
1732AL       MOVE C-AKTION-NEU                                          D28
1732AM         TO JDAENES-AEND-FELDINHALT-NEU(H-IND)                    D28
1732AN       MOVE KAI4OFE-ABSTIMMKREIS-NR                               D28
1732AO                                  TO H-ZUGRIFFSKRITERIUM          D28
1732AP       MOVE H-ZUGRIFFSKRITERIUM   TO JDI100-ZUGRIFFSKRITERIUM     D28
173300     WHEN OTHER
173400       CONTINUE
173500     END-EVALUATE
185100*---------------------------------------------------------------*
185200 PROGRAMM-VERLASSEN SECTION.
185300 PROGRAMM-VERLASSEN-1001.
185350     SET RUECK-GEN-INAKTIV        TO TRUE                         D25
185400     EXIT PROGRAM.
185500 PROGRAMM-VERLASSEN-1002.
185600     EXIT.
