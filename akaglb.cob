003100* GLBCTL: am Laufdatum freigegebene Schliessungen,          *
003200* versendete Saetze, Fehler und Betragssumme - die          *
003300* taegliche Abstimmung Saetze gegen Freigaben.              *
003310* Anschliessend werden Rueckforderungen nachrichtenloser    *     D32
003320* Guthaben (KA02AKUF Status "Z", Gegenbuchung offen) mit    *     D32
003330* der Kontierung Abstimmkreis + Grund UNCL gegengebucht.    *     D32
003340* Realisierte Kursergebnisse von Fremdwaehrungs-            *     D33
003341* Schliessungen (KA02AKGB) werden als eigene                *     D33
003342* Saetze in Hauswaehrung mit Grund FXRE bzw. FXRV           *     D33
003343* ausgeleitet.                                              *     D33
003344* Anerkannte Valutakompensations-Ansprueche von             *     D34
003345* Gegenparteien (Register KA02AKVK, GL-Status O, aus        *     D34
003346* AKAVKP) werden mit der Kontierung Abstimmkreis + Grund    *     D34
003347* VKMP an das Hauptbuch geleitet.                           *     D34
003350* Die Datei GLBAUS wird ueber AKAGLF mit Kontrollsummen je  *     D35
003360* Waehrung und GL-Konto zur Freigabe vorgelegt (KA02AKGF/   *     D35
003370* KA02AKGK); steht die Datei des Vorlaufs noch zur Freigabe *     D35
003380* an, endet der Lauf mit KA4949, ohne GLBAUS zu oeffnen.    *     D35
003390* Die Uebertragung fuehrt AKAGLU durch.                     *     D35
003400*@E-ELEMENTBESCHREIBUNG                                     *
003500*                                                           *
004000*@A-COBOL-COPY                                              *
005100* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005200* DKAXIND    : INDICES AKA5OF                               *
005300* CKAXIND    : INDICES AKA5OF                               *
005310* CKA0AKUF   : ZEILENSCAN KA03AKUF                          *     D32
005320* CKAI0AUF   : EINGABEBEREICH KA02AKUF                      *     D32
005330* CKAO0AUF   : AUSGABEBEREICH KA02AKUF                      *     D32
005340* CKA0AKVK   : ZEILENSCAN KA03AKVK                          *     D34
005341* CKAI0AVK   : EINGABEBEREICH KA02AKVK                      *     D34
005342* CKAO0AVK   : AUSGABEBEREICH KA02AKVK                      *     D34
005343* CKAIGLF    : EIN-/AUSGABEBEREICH AKAGLF                   *     D35
005400*@E-COBOL-COPY                                              *
005500*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
      * D31 R58773                                                *     D31
      *     Betraege mit 3 Nachkommastellen (Waehrungen mit       *     D31
      *     3 Nachkommastellen lt. Waehrungsstamm KA00AKWA):      *     D31
      *     GLB-D-BETRAG und Kontrollsumme um eine Stelle         *     D31
      *     erweitert, Satzlaenge GLBAUS/GLBCTL unveraendert      *     D31
      *     (FILLER entsprechend gekuerzt).                       *     D31
      *     Datum: 15.10.2026                          NKZ: KLM   *     D31
      *                                                           *     D31
      * D32 R58783                                                *     D32
      *     Nachrichtenlose Guthaben: fuer Rueckforderungen im    *     D32
      *     Register KA02AKUF (Status Z, Gegenbuchung offen) wird *     D32
      *     die Gegenbuchung zum Uebertrag auf das Sammelkonto    *     D32
      *     geschrieben (Kontierung Abstimmkreis + Grund UNCL),   *     D32
      *     Registersatz auf versendet/Fehler fortgeschrieben;    *     D32
      *     eigener Zaehler im Kontrollbericht GLBCTL.            *     D32
      *     Datum: 15.10.2026                          NKZ: KLM   *     D32
      *                                                           *     D32
      * D33 R58795                                                *     D33
      *     Fremdwaehrungs-Schliessungen: realisiertes Kurs-      *     D33
      *     ergebnis und Aufloesung der Neubewertung aus KA02AKGB *     D33
      *     als eigene Saetze in Hauswaehrung (Kontierung Grund   *     D33
      *     FXRE bzw. FXRV); eigener Zaehler im Bericht GLBCTL.   *     D33
      *     Datum: 15.10.2026                          NKZ: KLM   *     D33
      *                                                           *     D33
      * D34 R58801                                                *     D34
      *     Valutakompensation: anerkannte Ansprueche aus dem     *     D34
      *     Register KA02AKVK (GL-Status O) werden gebucht        *     D34
      *     (Kontierung Abstimmkreis + Grund VKMP), Register-     *     D34
      *     satz auf versendet/Fehler fortgeschrieben; eigener    *     D34
      *     Zaehler im Kontrollbericht GLBCTL.                    *     D34
      *     Datum: 15.10.2026                          NKZ: KLM   *     D34
      *                                                           *     D34
      * D35 R58815                                                *     D35
      *     Vorlage der GL-Datei GLBAUS zur Vier-Augen-Freigabe   *     D35
      *     (AKAGLF, Kontrollsummen KA02AKGF/KA02AKGK); Lauf-     *     D35
      *     abbruch mit KA4949, solange die Datei des Vorlaufs    *     D35
      *     noch zur Freigabe ansteht; Ergebnis der Vorlage als   *     D35
      *     eigene Zeile im Kontrollbericht GLBCTL.               *     D35
      *     Datum: 15.10.2026                          NKZ: KLM   *     D35
      *                                                           *     D35
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
105200     20 C-SATZART-DETAIL          PIC X(001) VALUE "D".
105210     20 C-TEXT-AUSBUCHUNG         PIC X(020) VALUE                D02
105220                                  "AUSBUCHUNG".                   D02
105230     20 C-OBJEKT-TAB-KA02AKUF     PIC X(009) VALUE "KA02AKUF".    D32
105240     20 C-OBJEKT-TAB-KA03AKUF     PIC X(009) VALUE "KA03AKUF".    D32
105250     20 C-GRUND-UNCL              PIC X(004) VALUE "UNCL".        D32
105260     20 C-TEXT-RUECKFORDERUNG     PIC X(020) VALUE                D32
105270                                  "RUECKFORDERUNG".               D32
10527A     20 C-GRUND-FXRE              PIC X(004) VALUE "FXRE".        D33
10527B     20 C-GRUND-FXRV              PIC X(004) VALUE "FXRV".        D33
10527C     20 C-HAUSWAEHRUNG            PIC X(003) VALUE "EUR".         D33
10527D     20 C-OBJEKT-TAB-KA02AKVK     PIC X(009) VALUE "KA02AKVK".    D34
10527E     20 C-OBJEKT-TAB-KA03AKVK     PIC X(009) VALUE "KA03AKVK".    D34
10527F     20 C-GRUND-VKMP              PIC X(004) VALUE "VKMP".        D34
10527G     20 C-TEXT-KOMPENSATION       PIC X(020) VALUE                D34
10527H                                  "VALUTAKOMPENSATION".           D34
105300/---------------------------------------------------------------*
105400* Schnittstellensatz Ausgangsdatei GLBAUS                       *
105500*---------------------------------------------------------------*
105700     05 GLB-D-SATZART             PIC X(001).
105800     05 GLB-D-SENDE-DATUM         PIC 9(008).
105900     05 GLB-D-GL-KONTO            PIC X(010).
106000     05 GLB-D-BETRAG              PIC S9(013)V9(003)              D31
106100                                  SIGN LEADING SEPARATE.
106200     05 GLB-D-WAEHRUNG            PIC X(003).
106300     05 GLB-D-PRIMANOTA           PIC X(006).
106500     05 GLB-D-BUCHUNGSTEXT        PIC X(020).
106510     05 GLB-D-KOSTENSTELLE        PIC X(006).                     D02
106520     05 GLB-D-INSTITUT            PIC X(004).                     D04
106600     05 FILLER                    PIC X(013) VALUE SPACE.         D31
106700/---------------------------------------------------------------*
106800* Kontrollbericht GLBCTL                                        *
106900*---------------------------------------------------------------*
107600     05 FILLER                    PIC X(001) VALUE SPACE.
107700     05 GLB-C-ANZ-FEHLER          PIC 9(007).
107800     05 FILLER                    PIC X(001) VALUE SPACE.
107900     05 GLB-C-SUMME-BETRAG        PIC -(013)9,999.                D31
108000     05 FILLER                    PIC X(001) VALUE SPACE.         D32
108020     05 GLB-C-ANZ-RUECKF          PIC 9(007).                     D32
108040     05 FILLER                    PIC X(001) VALUE SPACE.         D33
108050     05 GLB-C-ANZ-FX              PIC 9(007).                     D33
108061     05 FILLER                    PIC X(001) VALUE SPACE.         D34
108062     05 GLB-C-ANZ-KOMP            PIC 9(007).                     D34
108063     05 FILLER                    PIC X(025) VALUE SPACE.         D34
108100/---------------------------------------------------------------*
108200* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
108300*---------------------------------------------------------------*
099952     05 C-01-INT-VORLAUF-PRUEFEN  PIC X(040) VALUE                D30
099953                             "01-INT-VORLAUF-PRUEFEN".            D30
099954     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAGLB".      D30
099964  COPY CKAIGLF.                                                   D35
099974 01  C-GLF-KONSTANTEN.                                            D35
099984     05 C-01-INT-LAUF-PRUEFEN     PIC X(040) VALUE                D35
099994                                  "01-INT-LAUF-PRUEFEN".          D35
100004     05 C-01-INT-SATZ-ZAEHLEN     PIC X(040) VALUE                D35
100014                                  "01-INT-SATZ-ZAEHLEN".          D35
100024     05 C-01-INT-DATEI-VORLEGEN   PIC X(040) VALUE                D35
100034                                  "01-INT-DATEI-VORLEGEN".        D35
100044     05 C-GLF-DATEI-ART           PIC X(003) VALUE "GLB".         D35
100054     05 C-TEXT-GLF-GESTOPPT       PIC X(032) VALUE                D35
100064                                  "KA4949 GESTOPPT, OFFEN VOM".   D35
100074     05 C-TEXT-GLF-VORGELEGT      PIC X(032) VALUE                D35
100084                                  "ZUR FREIGABE VORGELEGT".       D35
100094     05 C-TEXT-GLF-FEHLER         PIC X(032) VALUE                D35
100104                                  "NICHT ZUR FREIGABE VORGELEGT". D35
100114/---------------------------------------------------------------* D35
100124* Protokollzeile Freigabevorlage der GL-Datei                   * D35
100134*---------------------------------------------------------------* D35
100144 01  GLB-GLF-ZEILE.                                               D35
100154     05 GLB-V-TEXT                PIC X(032).                     D35
100164     05 FILLER                    PIC X(001) VALUE SPACE.         D35
100174     05 GLB-V-LAUFDATUM           PIC 9(008).                     D35
100184     05 FILLER                    PIC X(001) VALUE SPACE.         D35
100194     05 GLB-V-ANZ-SAETZE          PIC Z(008)9.                    D35
100204     05 FILLER                    PIC X(001) VALUE SPACE.         D35
100214     05 GLB-V-SUMME-SOLL          PIC Z(014)9,999.                D35
100224     05 FILLER                    PIC X(001) VALUE SPACE.         D35
100234     05 GLB-V-SUMME-HABEN         PIC Z(014)9,999.                D35
100244     05 FILLER                    PIC X(009) VALUE SPACE.         D35
108600  COPY CGSTTAB.
108610  COPY CKAI0AKR.                                                  D04
108620  COPY CKAO0AKR.                                                  D04
109100  COPY CKAO0AKM.
109110  COPY CKAI0AKU.                                                  D02
109120  COPY CKAO0AKU.                                                  D02
109140  COPY CKA0AKUF.                                                  D32
109160  COPY CKAI0AUF.                                                  D32
109180  COPY CKAO0AUF.                                                  D32
10919A  COPY CKA0AKVK.                                                  D34
10919B  COPY CKAI0AVK.                                                  D34
10919C  COPY CKAO0AVK.                                                  D34
109200  COPY DKAXIND.
109300  COPY CKAXIND.
109400  COPY CKAI5OF2.
110200     88 GB-GEFUNDEN               VALUE "J".
110300     88 GB-N-GEFUNDEN             VALUE "N".
110400 01  H-INDEX                      PIC 9(003) COMP-3.
110500 01  H-SUMME-SCHLIESSUNG          PIC S9(013)V9(003) COMP-3.      D31
110600 01  H-ANZ-FREIGABEN              PIC 9(007) COMP-3 VALUE ZERO.
110700 01  H-ANZ-GESENDET               PIC 9(007) COMP-3 VALUE ZERO.
110800 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
110900 01  H-SUMME-GESAMT               PIC S9(013)V9(003) COMP-3       D31
111000                                  VALUE ZERO.
111100 01  H-KONTIERUNG-KZ              PIC X(001).
111200     88 KONTIERUNG-GEFUNDEN       VALUE "J".
111310 01  H-AUSBUCHUNG-KZ              PIC X(001).                     D02
111320     88 AUSBUCHUNG-JA             VALUE "J".                      D02
111330     88 AUSBUCHUNG-NEIN           VALUE "N".                      D02
111340 01  H-UF-STATUS                  PIC X(001).                     D32
111350     88 UF-GEFUNDEN               VALUE "J".                      D32
111360     88 UF-N-GEFUNDEN             VALUE "N".                      D32
111370 01  H-ANZ-RUECKF                 PIC 9(007) COMP-3 VALUE ZERO.   D32
11137A 01  H-ANZ-FX                     PIC 9(007) COMP-3 VALUE ZERO.   D33
11137B 01  H-FX-BETRAG                  PIC S9(013)V9(003) COMP-3.      D33
11137C 01  H-FX-KONTO-REAL              PIC X(010).                     D33
11137D 01  H-FX-TEXT-REAL               PIC X(020).                     D33
11137E 01  H-FX-KONTO-NEUBEW            PIC X(010).                     D33
11137F 01  H-FX-TEXT-NEUBEW             PIC X(020).                     D33
11137G 01  H-VK-STATUS                  PIC X(001).                     D34
11137H     88 VK-GEFUNDEN               VALUE "J".                      D34
11137I     88 VK-N-GEFUNDEN             VALUE "N".                      D34
11137J 01  H-ANZ-KOMP                   PIC 9(007) COMP-3 VALUE ZERO.   D34
111400/****************************************************************
111500 PROCEDURE DIVISION.
111600*****************************************************************
111800 0000-MAINLINE-1001.
111900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
112000     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
112050     PERFORM 3000-RUECKFORDERUNG  THRU 3000-RUECKFORDERUNG-EXIT   D32
112055     PERFORM 3500-KOMPENSATION    THRU 3500-KOMPENSATION-EXIT     D34
112100     PERFORM 8000-KONTROLLBERICHT THRU 8000-KONTROLLBERICHT-EXIT
112101     PERFORM 8400-GLF-DATEI-VORLEGEN                              D35
112102                              THRU 8400-GLF-DATEI-VORLEGEN-EXIT   D35
112200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
112300     STOP RUN
112400     .
113000 1000-INITIALISIERUNG SECTION.
113100 1000-INITIALISIERUNG-1001.
113200     OPEN INPUT  GLBPARM
113201     PERFORM 8200-GLF-LAUF-PRUEFEN                                D35
113202                              THRU 8200-GLF-LAUF-PRUEFEN-EXIT     D35
113300     OPEN OUTPUT GLBAUS
113400     OPEN OUTPUT GLBCTL
113500     READ GLBPARM
12295C     ELSE                                                         D02
12295D       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D02
12295E     END-IF                                                       D02
12295K*    Kursergebnis (Fremdwaehrung): Kontierungen vorab ermitteln,  D33
12295L*    damit ohne Kontierung kein Teilsatz versendet wird           D33
12295M     PERFORM 2600-FX-KONTIERUNG   THRU 2600-FX-KONTIERUNG-EXIT    D33
12295N     IF KONTIERUNG-N-GEFUNDEN                                     D33
12295O     THEN                                                         D33
12295P       PERFORM 2400-VORMERKUNG-FEHLER                             D33
12295Q                            THRU 2400-VORMERKUNG-FEHLER-EXIT      D33
12295R       GO TO 2200-VORMERKUNG-VERARB-EXIT                          D33
12295S     END-IF                                                       D33
12295F     IF AUSBUCHUNG-JA                                             D02
12295G     THEN                                                         D02
12295H       SET KONTIERUNG-GEFUNDEN    TO TRUE                         D02
12617E     END-IF                                                       D04
126200     MOVE GLB-DETAIL              TO GLB-SATZ
126300     WRITE GLB-SATZ
12630A     PERFORM 8300-GLF-SATZ-ZAEHLEN                                D35
12630B                              THRU 8300-GLF-SATZ-ZAEHLEN-EXIT     D35
126400     ADD C-1                      TO H-ANZ-GESENDET
126500     ADD H-SUMME-SCHLIESSUNG      TO H-SUMME-GESAMT
12650A*    Realisiertes Kursergebnis und Aufloesung der Neubewertung    D33
12650B*    als eigene Saetze in Hauswaehrung                            D33
12650C     IF KA0AKGB-FX-REAL-BETRAG    NOT = ZERO                      D33
12650D     THEN                                                         D33
12650E       MOVE KA0AKGB-FX-REAL-BETRAG                                D33
12650F                                  TO H-FX-BETRAG                  D33
12650G       MOVE H-FX-KONTO-REAL       TO GLB-D-GL-KONTO               D33
12650H       MOVE H-FX-TEXT-REAL        TO GLB-D-BUCHUNGSTEXT           D33
12650I       PERFORM 2700-FX-SATZ-SCHREIBEN                             D33
12650J                            THRU 2700-FX-SATZ-SCHREIBEN-EXIT      D33
12650K     END-IF                                                       D33
12650L     IF KA0AKGB-FX-NEUBEW-BETRAG  NOT = ZERO                      D33
12650M     THEN                                                         D33
12650N       MOVE KA0AKGB-FX-NEUBEW-BETRAG                              D33
12650O                                  TO H-FX-BETRAG                  D33
12650P       MOVE H-FX-KONTO-NEUBEW     TO GLB-D-GL-KONTO               D33
12650Q       MOVE H-FX-TEXT-NEUBEW      TO GLB-D-BUCHUNGSTEXT           D33
12650R       PERFORM 2700-FX-SATZ-SCHREIBEN                             D33
12650S                            THRU 2700-FX-SATZ-SCHREIBEN-EXIT      D33
12650T     END-IF                                                       D33
126600*    Vormerkung als versendet fortschreiben
126700     MOVE KA0AKGB-SCHLIESSUNGSNR  TO KAI0AKB-SCHLIESSUNGSNR
126800     MOVE KA0AKGB-FREIGABE-DATUM  TO KAO0AKB-FREIGABE-DATUM
127000     SET KAO0AKB-VERSENDET        TO TRUE
127100     MOVE GLB-P-LAUFDATUM         TO KAO0AKB-SENDE-DATUM
127110     MOVE SPACE                   TO KAO0AKB-RUECK-GRUND          D03
12711A     MOVE KA0AKGB-FX-REAL-BETRAG  TO KAO0AKB-FX-REAL-BETRAG       D33
12711B     MOVE KA0AKGB-FX-NEUBEW-BETRAG                                D33
12711C                                  TO KAO0AKB-FX-NEUBEW-BETRAG     D33
127200     PERFORM 2500-VORMERKUNG-SCHREIBEN
127300                            THRU 2500-VORMERKUNG-SCHREIBEN-EXIT
127400     .
131100     SET KAO0AKB-FEHLER           TO TRUE
131200     MOVE GLB-P-LAUFDATUM         TO KAO0AKB-SENDE-DATUM
131210     MOVE SPACE                   TO KAO0AKB-RUECK-GRUND          D03
13121A     MOVE KA0AKGB-FX-REAL-BETRAG  TO KAO0AKB-FX-REAL-BETRAG       D33
13121B     MOVE KA0AKGB-FX-NEUBEW-BETRAG                                D33
13121C                                  TO KAO0AKB-FX-NEUBEW-BETRAG     D33
131300     PERFORM 2500-VORMERKUNG-SCHREIBEN
131400                            THRU 2500-VORMERKUNG-SCHREIBEN-EXIT
131500     .
133400 2500-VORMERKUNG-SCHREIBEN-1002.
133500 2500-VORMERKUNG-SCHREIBEN-EXIT.
133600     EXIT.
133601/---------------------------------------------------------------* D33
133602* Kontierungen fuer realisiertes Kursergebnis (Grund FXRE) und   *D33
133603* Aufloesung der Neubewertung (Grund FXRV) aus KA02AKGL lesen:   *D33
133604* erst Abstimmkreis + Grund, dann Sammeleintrag                  *D33
133605*---------------------------------------------------------------* D33
133606 2600-FX-KONTIERUNG SECTION.                                      D33
133607 2600-FX-KONTIERUNG-1001.                                         D33
133608     SET KONTIERUNG-GEFUNDEN      TO TRUE                         D33
133609     IF KA0AKGB-FX-REAL-BETRAG    NOT = ZERO                      D33
13360A     THEN                                                         D33
13360B       MOVE C-GRUND-FXRE          TO KAI0AKM-GRUND-CODE           D33
13360C       PERFORM 2610-FX-KONTIERUNG-LESEN                           D33
13360D                            THRU 2610-FX-KONTIERUNG-LESEN-EXIT    D33
13360E       IF KONTIERUNG-N-GEFUNDEN                                   D33
13360F       THEN                                                       D33
13360G         GO TO 2600-FX-KONTIERUNG-EXIT                            D33
13360H       END-IF                                                     D33
13360I       MOVE KAO0AKM-GL-KONTO      TO H-FX-KONTO-REAL              D33
13360J       MOVE KAO0AKM-BUCHUNGSTEXT  TO H-FX-TEXT-REAL               D33
13360K     END-IF                                                       D33
13360L     IF KA0AKGB-FX-NEUBEW-BETRAG  NOT = ZERO                      D33
13360M     THEN                                                         D33
13360N       MOVE C-GRUND-FXRV          TO KAI0AKM-GRUND-CODE           D33
13360O       PERFORM 2610-FX-KONTIERUNG-LESEN                           D33
13360P                            THRU 2610-FX-KONTIERUNG-LESEN-EXIT    D33
13360Q       IF KONTIERUNG-N-GEFUNDEN                                   D33
13360R       THEN                                                       D33
13360S         GO TO 2600-FX-KONTIERUNG-EXIT                            D33
13360T       END-IF                                                     D33
13360U       MOVE KAO0AKM-GL-KONTO      TO H-FX-KONTO-NEUBEW            D33
13360V       MOVE KAO0AKM-BUCHUNGSTEXT  TO H-FX-TEXT-NEUBEW             D33
13360W     END-IF                                                       D33
13360X     .                                                            D33
13360Y 2600-FX-KONTIERUNG-1002.                                         D33
13360Z 2600-FX-KONTIERUNG-EXIT.                                         D33
133610     EXIT.                                                        D33
133611/---------------------------------------------------------------* D33
133612* Eine FX-Kontierung lesen (Grund in KAI0AKM-GRUND-CODE versorgt)*D33
133613*---------------------------------------------------------------* D33
133614 2610-FX-KONTIERUNG-LESEN SECTION.                                D33
133615 2610-FX-KONTIERUNG-LESEN-1001.                                   D33
133616     SET KONTIERUNG-N-GEFUNDEN    TO TRUE                         D33
133617     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (1)                         D33
133618                                  TO KAI0AKM-AK-NUMMER            D33
133619     PERFORM 2300-KONTIERUNG-LESEN                                D33
13361A                            THRU 2300-KONTIERUNG-LESEN-EXIT       D33
13361B     IF KONTIERUNG-N-GEFUNDEN                                     D33
13361C     THEN                                                         D33
13361D       MOVE SPACE                 TO KAI0AKM-GRUND-CODE           D33
13361E       PERFORM 2300-KONTIERUNG-LESEN                              D33
13361F                            THRU 2300-KONTIERUNG-LESEN-EXIT       D33
13361G     END-IF                                                       D33
13361H     .                                                            D33
13361I 2610-FX-KONTIERUNG-LESEN-1002.                                   D33
13361J 2610-FX-KONTIERUNG-LESEN-EXIT.                                   D33
13361K     EXIT.                                                        D33
13361L/---------------------------------------------------------------* D33
13361M* Satz Kursergebnis in Hauswaehrung schreiben (Betrag in         *D33
13361N* H-FX-BETRAG, Konto und Text in GLB-DETAIL versorgt)            *D33
13361O*---------------------------------------------------------------* D33
13361P 2700-FX-SATZ-SCHREIBEN SECTION.                                  D33
13361Q 2700-FX-SATZ-SCHREIBEN-1001.                                     D33
13361R     MOVE H-FX-BETRAG             TO GLB-D-BETRAG                 D33
13361S     MOVE C-HAUSWAEHRUNG          TO GLB-D-WAEHRUNG               D33
13361T     MOVE KAO5OF2-APO-PRIMANOTA (1)                               D33
13361U                                  TO GLB-D-PRIMANOTA              D33
13361V     MOVE KA0AKGB-SCHLIESSUNGSNR  TO GLB-D-SCHLIESSUNGSNR         D33
13361W     MOVE SPACE                   TO GLB-D-KOSTENSTELLE           D33
13361X     MOVE GLB-DETAIL              TO GLB-SATZ                     D33
13361Y     WRITE GLB-SATZ                                               D33
13361Z     PERFORM 8300-GLF-SATZ-ZAEHLEN                                D35
133620                              THRU 8300-GLF-SATZ-ZAEHLEN-EXIT     D35
133621     ADD C-1                      TO H-ANZ-FX                     D33
133622     .                                                            D33
133623 2700-FX-SATZ-SCHREIBEN-1002.                                     D33
133624 2700-FX-SATZ-SCHREIBEN-EXIT.                                     D33
133625     EXIT.                                                        D33
133626/---------------------------------------------------------------* D32
133627* Rueckforderungen nachrichtenloser Guthaben: fuer jeden        * D32
133628* Registersatz KA02AKUF im Status "Z" mit offener Gegenbuchung  * D32
133629* wird der Uebertrag auf das Sammelkonto im Hauptbuch           * D32
13362A* zurueckgebucht (Kontierung Abstimmkreis + Grund UNCL)         * D32
13362B*---------------------------------------------------------------* D32
13362C 3000-RUECKFORDERUNG SECTION.                                     D32
13362D 3000-RUECKFORDERUNG-1001.                                        D32
13362E     MOVE C-1                     TO H-LFD-ZEILE                  D32
13362F     PERFORM 3100-LESEN-UF-ZEILE  THRU 3100-LESEN-UF-ZEILE-EXIT   D32
13362G     PERFORM UNTIL UF-N-GEFUNDEN                                  D32
13362H       IF KA0AKUF-RUECKGEFORDERT                                  D32
13362I          AND KA0AKUF-RUECKF-GL-OFFEN                             D32
13362J       THEN                                                       D32
13362K         PERFORM 3200-RUECKFORDERUNG-VERARB                       D32
13362L                            THRU 3200-RUECKFORDERUNG-VERARB-EXIT  D32
13362M       END-IF                                                     D32
13362N       ADD C-1                    TO H-LFD-ZEILE                  D32
13362O       PERFORM 3100-LESEN-UF-ZEILE                                D32
13362P                                THRU 3100-LESEN-UF-ZEILE-EXIT     D32
13362Q     END-PERFORM                                                  D32
13362R     .                                                            D32
13362S 3000-RUECKFORDERUNG-1002.                                        D32
13362T 3000-RUECKFORDERUNG-EXIT.                                        D32
13362U     EXIT.                                                        D32
13362V/---------------------------------------------------------------* D32
13362W* Zeile aus KA03AKUF lesen                                      * D32
13362X*---------------------------------------------------------------* D32
13362Y 3100-LESEN-UF-ZEILE SECTION.                                     D32
13362Z 3100-LESEN-UF-ZEILE-1001.                                        D32
133630     MOVE H-LFD-ZEILE             TO KA0AKUF-ZEILENNUMMER         D32
133631     CALL "CGSTAB" USING                                          D32
133632          C-TAB-LESEN-ZEILE                                       D32
133633          C-KONFIG-ID-KA                                          D32
133634          C-OBJEKT-TAB-KA03AKUF                                   D32
133635          GSOVER-VERSTAENDIGUNGSBEREICH                           D32
133636          KA0AKUF-EINGABEBEREICH                                  D32
133637          KA0AKUF-AUSGABEBEREICH                                  D32
133638          DUMMY                                                   D32
133639     END-CALL                                                     D32
13363A     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D32
13363B     THEN                                                         D32
13363C       SET UF-GEFUNDEN            TO TRUE                         D32
13363D     ELSE                                                         D32
13363E       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D32
13363F       SET UF-N-GEFUNDEN          TO TRUE                         D32
13363G     END-IF                                                       D32
13363H     .                                                            D32
13363I 3100-LESEN-UF-ZEILE-1002.                                        D32
13363J 3100-LESEN-UF-ZEILE-EXIT.                                        D32
13363K     EXIT.                                                        D32
13363L/---------------------------------------------------------------* D32
13363M* Gegenbuchung einer Rueckforderung schreiben und den           * D32
13363N* Registersatz fortschreiben                                    * D32
13363O*---------------------------------------------------------------* D32
13363P 3200-RUECKFORDERUNG-VERARB SECTION.                              D32
13363Q 3200-RUECKFORDERUNG-VERARB-1001.                                 D32
13363R     MOVE KA0AKUF-AUSGABEBEREICH (1:76)                           D32
13363S                                  TO KAI0AUF-EINGABEBEREICH       D32
13363T     MOVE KA0AKUF-AUSGABEBEREICH (77:)                            D32
13363U                                  TO KAO0AUF-AUSGABEBEREICH       D32
13363V*    Kontierung: erst Abstimmkreis + UNCL, dann Sammeleintrag     D32
13363W     SET KONTIERUNG-N-GEFUNDEN    TO TRUE                         D32
13363X     MOVE KA0AKUF-AK-NUMMER       TO KAI0AKM-AK-NUMMER            D32
13363Y     MOVE C-GRUND-UNCL            TO KAI0AKM-GRUND-CODE           D32
13363Z     PERFORM 2300-KONTIERUNG-LESEN                                D32
133640                            THRU 2300-KONTIERUNG-LESEN-EXIT       D32
133641     IF KONTIERUNG-N-GEFUNDEN                                     D32
133642     THEN                                                         D32
133643       MOVE SPACE                 TO KAI0AKM-GRUND-CODE           D32
133644       PERFORM 2300-KONTIERUNG-LESEN                              D32
133645                            THRU 2300-KONTIERUNG-LESEN-EXIT       D32
133646     END-IF                                                       D32
133647     IF KONTIERUNG-N-GEFUNDEN                                     D32
133648     THEN                                                         D32
133649       ADD C-1                    TO H-ANZ-FEHLER                 D32
13364A       SET KAO0AUF-RUECKF-GL-FEHLER                               D32
13364B                                  TO TRUE                         D32
13364C       GO TO 3200-REGISTER-FORTSCHREIBEN                          D32
13364D     END-IF                                                       D32
13364E     INITIALIZE GLB-DETAIL                                        D32
13364F     MOVE C-SATZART-DETAIL        TO GLB-D-SATZART                D32
13364G     MOVE GLB-P-LAUFDATUM         TO GLB-D-SENDE-DATUM            D32
13364H     MOVE KAO0AKM-GL-KONTO        TO GLB-D-GL-KONTO               D32
13364I     COMPUTE GLB-D-BETRAG         = KA0AKUF-BETRAG * -1           D32
13364J     MOVE KA0AKUF-WAEHRUNG        TO GLB-D-WAEHRUNG               D32
13364K     MOVE KA0AKUF-SCHLIESSUNGSNR  TO GLB-D-SCHLIESSUNGSNR         D32
13364L     MOVE C-TEXT-RUECKFORDERUNG   TO GLB-D-BUCHUNGSTEXT           D32
13364M*    Institut des Abstimmkreises stempeln (Mandantentrennung)     D32
13364N     MOVE SPACE                   TO GLB-D-INSTITUT               D32
13364O     MOVE C-GELDKTO-UMSATZ-ABSTIMM                                D32
13364P                                  TO KAI0AKR-ABSTIMM-ART          D32
13364Q     MOVE KA0AKUF-AK-NUMMER       TO KAI0AKR-AK-NUMMER            D32
13364R     CALL "CGSTAB"                                                D32
13364S     USING C-TAB-LESEN-EQUAL                                      D32
13364T           C-KONFIG-ID-KA                                         D32
13364U           C-OBJEKT-TAB-KA01AKRS                                  D32
13364V           GSOVER-VERSTAENDIGUNGSBEREICH                          D32
13364W           KAI0AKR-EINGABEBEREICH                                 D32
13364X           KAO0AKR-AUSGABEBEREICH                                 D32
13364Y           GSTTAB-EIN-AUSGABEBEREICH                              D32
13364Z     END-CALL                                                     D32
133650     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D32
133651     THEN                                                         D32
133652       MOVE KAO0AKR-INSTITUT      TO GLB-D-INSTITUT               D32
133653     ELSE                                                         D32
133654       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D32
133655     END-IF                                                       D32
133656     MOVE GLB-DETAIL              TO GLB-SATZ                     D32
133657     WRITE GLB-SATZ                                               D32
133658     PERFORM 8300-GLF-SATZ-ZAEHLEN                                D35
133659                              THRU 8300-GLF-SATZ-ZAEHLEN-EXIT     D35
13365A     ADD C-1                      TO H-ANZ-RUECKF                 D32
13365B     SET KAO0AUF-RUECKF-GL-VERSENDET                              D32
13365C                                  TO TRUE                         D32
13365D     .                                                            D32
13365E 3200-REGISTER-FORTSCHREIBEN.                                     D32
13365F*    Registersatz mit dem Stand der Gegenbuchung fortschreiben    D32
13365G     MOVE GLB-P-LAUFDATUM         TO KAO0AUF-RUECKF-GL-DATUM      D32
13365H     CALL "CGSTAB"                                                D32
13365I     USING C-TAB-SCHREIBEN-EQUAL                                  D32
13365J           C-KONFIG-ID-KA                                         D32
13365K           C-OBJEKT-TAB-KA02AKUF                                  D32
13365L           GSOVER-VERSTAENDIGUNGSBEREICH                          D32
13365M           KAI0AUF-EINGABEBEREICH                                 D32
13365N           KAO0AUF-AUSGABEBEREICH                                 D32
13365O           GSTTAB-EIN-AUSGABEBEREICH                              D32
13365P     END-CALL                                                     D32
13365Q     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D32
13365R     .                                                            D32
13365S 3200-RUECKFORDERUNG-VERARB-1002.                                 D32
13365T 3200-RUECKFORDERUNG-VERARB-EXIT.                                 D32
13365U     EXIT.                                                        D32
13365V/---------------------------------------------------------------* D34
13365W* Valutakompensation: fuer jeden anerkannten Anspruch im        * D34
13365X* Register KA02AKVK mit offener Buchung (GL-Status O) wird der  * D34
13365Y* anerkannte Betrag an das Hauptbuch geleitet (Kontierung       * D34
13365Z* Abstimmkreis + Grund VKMP, sonst Sammeleintrag)               * D34
133660*---------------------------------------------------------------* D34
133661 3500-KOMPENSATION SECTION.                                       D34
133662 3500-KOMPENSATION-1001.                                          D34
133663     MOVE C-1                     TO H-LFD-ZEILE                  D34
133664     PERFORM 3600-LESEN-VK-ZEILE  THRU 3600-LESEN-VK-ZEILE-EXIT   D34
133665     PERFORM UNTIL VK-N-GEFUNDEN                                  D34
133666       IF (KA0AKVK-ANGENOMMEN OR KA0AKVK-TEILWEISE)               D34
133667          AND KA0AKVK-GL-OFFEN                                    D34
133668       THEN                                                       D34
133669         PERFORM 3700-KOMPENSATION-VERARB                         D34
13366A                              THRU 3700-KOMPENSATION-VERARB-EXIT  D34
13366B       END-IF                                                     D34
13366C       ADD C-1                    TO H-LFD-ZEILE                  D34
13366D       PERFORM 3600-LESEN-VK-ZEILE                                D34
13366E                                THRU 3600-LESEN-VK-ZEILE-EXIT     D34
13366F     END-PERFORM                                                  D34
13366G     .                                                            D34
13366H 3500-KOMPENSATION-1002.                                          D34
13366I 3500-KOMPENSATION-EXIT.                                          D34
13366J     EXIT.                                                        D34
13366K/---------------------------------------------------------------* D34
13366L* Zeile aus KA03AKVK lesen                                      * D34
13366M*---------------------------------------------------------------* D34
13366N 3600-LESEN-VK-ZEILE SECTION.                                     D34
13366O 3600-LESEN-VK-ZEILE-1001.                                        D34
13366P     MOVE H-LFD-ZEILE             TO KA0AKVK-ZEILENNUMMER         D34
13366Q     CALL "CGSTAB" USING                                          D34
13366R          C-TAB-LESEN-ZEILE                                       D34
13366S          C-KONFIG-ID-KA                                          D34
13366T          C-OBJEKT-TAB-KA03AKVK                                   D34
13366U          GSOVER-VERSTAENDIGUNGSBEREICH                           D34
13366V          KA0AKVK-EINGABEBEREICH                                  D34
13366W          KA0AKVK-AUSGABEBEREICH                                  D34
13366X          DUMMY                                                   D34
13366Y     END-CALL                                                     D34
13366Z     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D34
133670     THEN                                                         D34
133671       SET VK-GEFUNDEN            TO TRUE                         D34
133672     ELSE                                                         D34
133673       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D34
133674       SET VK-N-GEFUNDEN          TO TRUE                         D34
133675     END-IF                                                       D34
133676     .                                                            D34
133677 3600-LESEN-VK-ZEILE-1002.                                        D34
133678 3600-LESEN-VK-ZEILE-EXIT.                                        D34
133679     EXIT.                                                        D34
13367A/---------------------------------------------------------------* D34
13367B* Buchungssatz eines anerkannten Anspruchs schreiben und den    * D34
13367C* Registersatz fortschreiben                                    * D34
13367D*---------------------------------------------------------------* D34
13367E 3700-KOMPENSATION-VERARB SECTION.                                D34
13367F 3700-KOMPENSATION-VERARB-1001.                                   D34
13367G     MOVE KA0AKVK-ANSPRUCHSNR     TO KAI0AVK-ANSPRUCHSNR          D34
13367H     MOVE KA0AKVK-AUSGABEBEREICH (13:)                            D34
13367I                                  TO KAO0AVK-AUSGABEBEREICH       D34
13367J*    Kontierung: erst Abstimmkreis + VKMP, dann Sammeleintrag     D34
13367K     SET KONTIERUNG-N-GEFUNDEN    TO TRUE                         D34
13367L     MOVE KA0AKVK-AK-NUMMER       TO KAI0AKM-AK-NUMMER            D34
13367M     MOVE C-GRUND-VKMP            TO KAI0AKM-GRUND-CODE           D34
13367N     PERFORM 2300-KONTIERUNG-LESEN                                D34
13367O                            THRU 2300-KONTIERUNG-LESEN-EXIT       D34
13367P     IF KONTIERUNG-N-GEFUNDEN                                     D34
13367Q     THEN                                                         D34
13367R       MOVE SPACE                 TO KAI0AKM-GRUND-CODE           D34
13367S       PERFORM 2300-KONTIERUNG-LESEN                              D34
13367T                            THRU 2300-KONTIERUNG-LESEN-EXIT       D34
13367U     END-IF                                                       D34
13367V     IF KONTIERUNG-N-GEFUNDEN                                     D34
13367W     THEN                                                         D34
13367X       ADD C-1                    TO H-ANZ-FEHLER                 D34
13367Y       SET KAO0AVK-GL-FEHLER      TO TRUE                         D34
13367Z       GO TO 3700-REGISTER-FORTSCHREIBEN                          D34
133680     END-IF                                                       D34
133681     INITIALIZE GLB-DETAIL                                        D34
133682     MOVE C-SATZART-DETAIL        TO GLB-D-SATZART                D34
133683     MOVE GLB-P-LAUFDATUM         TO GLB-D-SENDE-DATUM            D34
133684     MOVE KAO0AKM-GL-KONTO        TO GLB-D-GL-KONTO               D34
133685     COMPUTE GLB-D-BETRAG         = KA0AKVK-ANERKANNT * -1        D34
133686     MOVE KA0AKVK-WAEHRUNG        TO GLB-D-WAEHRUNG               D34
133687     MOVE KA0AKVK-ANSPRUCHSNR     TO GLB-D-SCHLIESSUNGSNR         D34
133688     MOVE C-TEXT-KOMPENSATION     TO GLB-D-BUCHUNGSTEXT           D34
133689*    Institut des Abstimmkreises stempeln (Mandantentrennung)     D34
13368A     MOVE SPACE                   TO GLB-D-INSTITUT               D34
13368B     MOVE C-GELDKTO-UMSATZ-ABSTIMM                                D34
13368C                                  TO KAI0AKR-ABSTIMM-ART          D34
13368D     MOVE KA0AKVK-AK-NUMMER       TO KAI0AKR-AK-NUMMER            D34
13368E     CALL "CGSTAB"                                                D34
13368F     USING C-TAB-LESEN-EQUAL                                      D34
13368G           C-KONFIG-ID-KA                                         D34
13368H           C-OBJEKT-TAB-KA01AKRS                                  D34
13368I           GSOVER-VERSTAENDIGUNGSBEREICH                          D34
13368J           KAI0AKR-EINGABEBEREICH                                 D34
13368K           KAO0AKR-AUSGABEBEREICH                                 D34
13368L           GSTTAB-EIN-AUSGABEBEREICH                              D34
13368M     END-CALL                                                     D34
13368N     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D34
13368O     THEN                                                         D34
13368P       MOVE KAO0AKR-INSTITUT      TO GLB-D-INSTITUT               D34
13368Q     ELSE                                                         D34
13368R       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D34
13368S     END-IF                                                       D34
13368T     MOVE GLB-DETAIL              TO GLB-SATZ                     D34
13368U     WRITE GLB-SATZ                                               D34
13368V     PERFORM 8300-GLF-SATZ-ZAEHLEN                                D35
13368W                              THRU 8300-GLF-SATZ-ZAEHLEN-EXIT     D35
13368X     ADD C-1                      TO H-ANZ-KOMP                   D34
13368Y     SET KAO0AVK-GL-VERSENDET     TO TRUE                         D34
13368Z     .                                                            D34
133690 3700-REGISTER-FORTSCHREIBEN.                                     D34
133691*    Registersatz mit dem Stand der Buchung fortschreiben         D34
133692     MOVE GLB-P-LAUFDATUM         TO KAO0AVK-GL-DATUM             D34
133693     CALL "CGSTAB"                                                D34
133694     USING C-TAB-SCHREIBEN-EQUAL                                  D34
133695           C-KONFIG-ID-KA                                         D34
133696           C-OBJEKT-TAB-KA02AKVK                                  D34
133697           GSOVER-VERSTAENDIGUNGSBEREICH                          D34
133698           KAI0AVK-EINGABEBEREICH                                 D34
133699           KAO0AVK-AUSGABEBEREICH                                 D34
13369A           GSTTAB-EIN-AUSGABEBEREICH                              D34
13369B     END-CALL                                                     D34
13369C     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D34
13369D     .                                                            D34
13369E 3700-KOMPENSATION-VERARB-1002.                                   D34
13369F 3700-KOMPENSATION-VERARB-EXIT.                                   D34
13369G     EXIT.                                                        D34
133700/---------------------------------------------------------------*
133800* Kontrollbericht: Freigaben des Tages gegen versendete Saetze  *
133900*---------------------------------------------------------------*
134400     MOVE H-ANZ-FREIGABEN         TO GLB-C-ANZ-FREIGABEN
134500     MOVE H-ANZ-GESENDET          TO GLB-C-ANZ-GESENDET
134600     MOVE H-ANZ-FEHLER            TO GLB-C-ANZ-FEHLER
134650     MOVE H-ANZ-RUECKF            TO GLB-C-ANZ-RUECKF             D32
134660     MOVE H-ANZ-FX                TO GLB-C-ANZ-FX                 D33
134667     MOVE H-ANZ-KOMP              TO GLB-C-ANZ-KOMP               D34
134700     MOVE H-SUMME-GESAMT          TO GLB-C-SUMME-BETRAG
134800     MOVE GLB-CTL-DETAIL          TO GLB-CTL-ZEILE
134900     WRITE GLB-CTL-ZEILE
135100 8000-KONTROLLBERICHT-1002.
135200 8000-KONTROLLBERICHT-EXIT.
135300     EXIT.
135301/---------------------------------------------------------------* D35
135302* Vor dem Oeffnen der GL-Datei pruefen, ob die Datei des        * D35
135303* Vorlaufs uebertragen bzw. nach Ablehnung zurueckgesetzt ist   * D35
135304* (AKAGLF); sonst bleibt sie unveraendert und der Lauf endet    * D35
135305*---------------------------------------------------------------* D35
135306 8200-GLF-LAUF-PRUEFEN SECTION.                                   D35
135307 8200-GLF-LAUF-PRUEFEN-1001.                                      D35
135308     INITIALIZE KAIGLF-EIN-AUSGABEBEREICH                         D35
135309     MOVE C-01-INT-LAUF-PRUEFEN   TO KAIGLF-FUNKTION              D35
13530A     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D35
13530B     MOVE C-RUN-PROGRAMM          TO KAIGLF-PROGRAMM              D35
13530C     CALL "AKAGLF"                                                D35
13530D     USING KAIGLF-EIN-AUSGABEBEREICH                              D35
13530E           GSOVER-VERSTAENDIGUNGSBEREICH                          D35
13530F     END-CALL                                                     D35
13530G     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D35
13530H     THEN                                                         D35
13530I       GO TO 8200-GLF-LAUF-PRUEFEN-EXIT                           D35
13530J     END-IF                                                       D35
13530K*    KA4949 Datei des Vorlaufs steht noch zur Freigabe an         D35
13530L*    Kontrollbericht oeffnen, GLBAUS bleibt unveraendert          D35
13530M     OPEN OUTPUT GLBCTL                                           D35
13530N     INITIALIZE GLB-GLF-ZEILE                                     D35
13530O     MOVE C-TEXT-GLF-GESTOPPT     TO GLB-V-TEXT                   D35
13530P     MOVE KAIGLF-LAUFDATUM        TO GLB-V-LAUFDATUM              D35
13530Q     MOVE GLB-GLF-ZEILE           TO GLB-CTL-ZEILE                D35
13530R     WRITE GLB-CTL-ZEILE                                          D35
13530S     CLOSE GLBPARM                                                D35
13530T     CLOSE GLBCTL                                                 D35
13530U     STOP RUN                                                     D35
13530V     .                                                            D35
13530W 8200-GLF-LAUF-PRUEFEN-1002.                                      D35
13530X 8200-GLF-LAUF-PRUEFEN-EXIT.                                      D35
13530Y     EXIT.                                                        D35
13530Z/---------------------------------------------------------------* D35
135310* Geschriebenen GL-Satz in die Kontrollsummen einrechnen        * D35
135311*---------------------------------------------------------------* D35
135312 8300-GLF-SATZ-ZAEHLEN SECTION.                                   D35
135313 8300-GLF-SATZ-ZAEHLEN-1001.                                      D35
135314     MOVE C-01-INT-SATZ-ZAEHLEN   TO KAIGLF-FUNKTION              D35
135315     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D35
135316     MOVE GLB-D-WAEHRUNG          TO KAIGLF-WAEHRUNG              D35
135317     MOVE GLB-D-GL-KONTO          TO KAIGLF-GL-KONTO              D35
135318     MOVE GLB-D-BETRAG            TO KAIGLF-BETRAG                D35
135319     CALL "AKAGLF"                                                D35
13531A     USING KAIGLF-EIN-AUSGABEBEREICH                              D35
13531B           GSOVER-VERSTAENDIGUNGSBEREICH                          D35
13531C     END-CALL                                                     D35
13531D     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D35
13531E     .                                                            D35
13531F 8300-GLF-SATZ-ZAEHLEN-1002.                                      D35
13531G 8300-GLF-SATZ-ZAEHLEN-EXIT.                                      D35
13531H     EXIT.                                                        D35
13531I/---------------------------------------------------------------* D35
13531J* Laufende: GL-Datei mit Kontrollsummen zur Freigabe vorlegen   * D35
13531K* (KA02AKGF Status P) und im Protokoll ausweisen                * D35
13531L*---------------------------------------------------------------* D35
13531M 8400-GLF-DATEI-VORLEGEN SECTION.                                 D35
13531N 8400-GLF-DATEI-VORLEGEN-1001.                                    D35
13531O     MOVE C-01-INT-DATEI-VORLEGEN TO KAIGLF-FUNKTION              D35
13531P     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D35
13531Q     MOVE C-RUN-PROGRAMM          TO KAIGLF-PROGRAMM              D35
13531R     MOVE GLB-P-LAUFDATUM         TO KAIGLF-LAUFDATUM             D35
13531S     CALL "AKAGLF"                                                D35
13531T     USING KAIGLF-EIN-AUSGABEBEREICH                              D35
13531U           GSOVER-VERSTAENDIGUNGSBEREICH                          D35
13531V     END-CALL                                                     D35
13531W     INITIALIZE GLB-GLF-ZEILE                                     D35
13531X     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D35
13531Y     THEN                                                         D35
13531Z       MOVE C-TEXT-GLF-VORGELEGT  TO GLB-V-TEXT                   D35
135320     ELSE                                                         D35
135321       MOVE C-TEXT-GLF-FEHLER     TO GLB-V-TEXT                   D35
135322       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D35
135323     END-IF                                                       D35
135324     MOVE GLB-P-LAUFDATUM         TO GLB-V-LAUFDATUM              D35
135325     MOVE KAIGLF-ANZ-SAETZE       TO GLB-V-ANZ-SAETZE             D35
135326     MOVE KAIGLF-SUMME-SOLL       TO GLB-V-SUMME-SOLL             D35
135327     MOVE KAIGLF-SUMME-HABEN      TO GLB-V-SUMME-HABEN            D35
135328     MOVE GLB-GLF-ZEILE           TO GLB-CTL-ZEILE                D35
135329     WRITE GLB-CTL-ZEILE                                          D35
13532A     .                                                            D35
13532B 8400-GLF-DATEI-VORLEGEN-1002.                                    D35
13532C 8400-GLF-DATEI-VORLEGEN-EXIT.                                    D35
13532D     EXIT.                                                        D35
135400/---------------------------------------------------------------*
135500* Programmende                                                  *
135600*---------------------------------------------------------------*
