002900* saetze FXRGLB im Satzaufbau des Ausgangslaufs AKAGLB      *
003000* (Satzart F, Kontierung aus KA02AKGL mit Grund-Code FXRV,  *
003100* Grund SPACE als Sammeleintrag).                           *
003110* Die Datei FXRGLB wird ueber AKAGLF mit Kontrollsummen je  *     D04
003120* Waehrung und GL-Konto zur Freigabe vorgelegt (KA02AKGF/   *     D04
003130* KA02AKGK); steht die Datei des Vorlaufs noch zur Freigabe *     D04
003140* an, endet der Lauf mit KA4949, ohne FXRGLB zu oeffnen.    *     D04
003150* Die Uebertragung fuehrt AKAGLU durch.                     *     D04
003200*@E-ELEMENTBESCHREIBUNG                                     *
003300*                                                           *
004000*@A-COBOL-COPY                                              *
005200* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005300* DKAXIND    : INDICES AKA5OF                               *
005400* CKAXIND    : INDICES AKA5OF                               *
005401* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D03
005402* CKAIGLF    : EIN-/AUSGABEBEREICH AKAGLF                   *     D04
005500*@E-COBOL-COPY                                              *
005600*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090064*     Eintraege, Bedarf und Durchlaeufe aus.                 *     D02
090065*     Datum: 10.09.2026                          NKZ: KLM   *     D02
090066*                                                           *     D02
090067* D03 R58809                                                *     D03
090068*     Anbindung an das zentrale Laufregister KA02AKRG       *     D03
090069*     (Start- und Endemeldung ueber AKARUN), damit der      *     D03
090070*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D03
090071*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090072*                                                           *     D03
090073* D04 R58815                                                *     D04
090074*     Vorlage der GL-Datei FXRGLB zur Vier-Augen-Freigabe   *     D04
090075*     (AKAGLF, Kontrollsummen KA02AKGF/KA02AKGK); Lauf-     *     D04
090076*     abbruch mit KA4949, solange die Datei des Vorlaufs    *     D04
090077*     noch zur Freigabe ansteht.                            *     D04
090078*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090079*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
113700  COPY CKAI5OF3.
113800  COPY CKAO5OF2.
113900 01  DUMMY                        PIC X(001).
113901  COPY CKAIRUN.                                                   D03
113902 01  H-RUN-ZAEHLER.                                               D03
113903     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D03
113904     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D03
113905     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D03
113906 01  C-LAUFREGISTER-KONSTANTEN.                                   D03
113907     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D03
113908                                  "01-INT-LAUF-START".            D03
113909     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D03
11390A                                  "01-INT-LAUF-ENDE".             D03
11390B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAFXR".      D03
11390C 01  H-LAUFDATUM                  PIC 9(008).                     D03
11390D  COPY CKAIGLF.                                                   D04
11390E 01  C-GLF-KONSTANTEN.                                            D04
11390F     05 C-01-INT-LAUF-PRUEFEN     PIC X(040) VALUE                D04
11390G                                  "01-INT-LAUF-PRUEFEN".          D04
11390H     05 C-01-INT-SATZ-ZAEHLEN     PIC X(040) VALUE                D04
11390I                                  "01-INT-SATZ-ZAEHLEN".          D04
11390J     05 C-01-INT-DATEI-VORLEGEN   PIC X(040) VALUE                D04
11390K                                  "01-INT-DATEI-VORLEGEN".        D04
11390L     05 C-GLF-DATEI-ART           PIC X(003) VALUE "FXR".         D04
11390M     05 C-TEXT-GLF-GESTOPPT       PIC X(032) VALUE                D04
11390N                                  "KA4949 GESTOPPT, OFFEN VOM".   D04
11390O     05 C-TEXT-GLF-VORGELEGT      PIC X(032) VALUE                D04
11390P                                  "ZUR FREIGABE VORGELEGT".       D04
11390Q     05 C-TEXT-GLF-FEHLER         PIC X(032) VALUE                D04
11390R                                  "NICHT ZUR FREIGABE VORGELEGT". D04
11390S/---------------------------------------------------------------* D04
11390T* Protokollzeile Freigabevorlage der GL-Datei                   * D04
11390U*---------------------------------------------------------------* D04
11390V 01  FXR-GLF-ZEILE.                                               D04
11390W     05 FXR-V-TEXT                PIC X(032).                     D04
11390X     05 FILLER                    PIC X(001) VALUE SPACE.         D04
11390Y     05 FXR-V-LAUFDATUM           PIC 9(008).                     D04
11390Z     05 FILLER                    PIC X(001) VALUE SPACE.         D04
113910     05 FXR-V-ANZ-SAETZE          PIC Z(008)9.                    D04
113911     05 FILLER                    PIC X(001) VALUE SPACE.         D04
113912     05 FXR-V-SUMME-SOLL          PIC Z(014)9,999.                D04
113913     05 FILLER                    PIC X(001) VALUE SPACE.         D04
113914     05 FXR-V-SUMME-HABEN         PIC Z(014)9,999.                D04
113915     05 FILLER                    PIC X(039) VALUE SPACE.         D04
114000/---------------------------------------------------------------*
114100* Hilfsvariable                                                 *
114200*---------------------------------------------------------------*
116320     PERFORM 3500-SPILL-VERARBEITEN                               D02
116330                            THRU 3500-SPILL-VERARBEITEN-EXIT      D02
116340             UNTIL H-ANZ-SPILL    = ZERO                          D02
116341     PERFORM 8400-GLF-DATEI-VORLEGEN                              D04
116342                              THRU 8400-GLF-DATEI-VORLEGEN-EXIT   D04
116350     PERFORM 3900-ENDEPROTOKOLL                                   D02
116360                            THRU 3900-ENDEPROTOKOLL-EXIT          D02
116361     PERFORM 8100-LAUFREGISTER-ENDE                               D03
116362                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D03
116400     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
116500     STOP RUN
116600     .
117100*---------------------------------------------------------------*
117200 1000-INITIALISIERUNG SECTION.
117300 1000-INITIALISIERUNG-1001.
117301     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
117302     PERFORM 8000-LAUFREGISTER-START                              D03
117303                              THRU 8000-LAUFREGISTER-START-EXIT   D03
117400     OPEN INPUT  FXRPARM
117500     OPEN OUTPUT FXRAUS
117501     PERFORM 8200-GLF-LAUF-PRUEFEN                                D04
117502                              THRU 8200-GLF-LAUF-PRUEFEN-EXIT     D04
117600     OPEN OUTPUT FXRGLB
117610     OPEN OUTPUT FXRWK1                                           D02
117620     MOVE 1                       TO H-WK-AKTIV                   D02
148000     MOVE SPACE                   TO FXR-G-KOSTENSTELLE
148100     MOVE FXR-GLB-DETAIL          TO FXR-GLB-SATZ
148200     WRITE FXR-GLB-SATZ
148201     PERFORM 8300-GLF-SATZ-ZAEHLEN                                D04
148202                              THRU 8300-GLF-SATZ-ZAEHLEN-EXIT     D04
148300     .
148400 3300-GL-SATZ-SCHREIBEN-1002.
148500 3300-GL-SATZ-SCHREIBEN-EXIT.
15134D 3900-ENDEPROTOKOLL-1002.                                         D02
15134E 3900-ENDEPROTOKOLL-EXIT.                                         D02
15134F     EXIT.                                                        D02
15134G/---------------------------------------------------------------* D03
15134H* Start im zentralen Laufregister melden                        * D03
15134I*---------------------------------------------------------------* D03
15134J 8000-LAUFREGISTER-START SECTION.                                 D03
15134K 8000-LAUFREGISTER-START-1001.                                    D03
15134L     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D03
15134M     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
15134N     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
15134O     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D03
15134P                                     KAIRUN-ANZ-GESCHRIEBEN       D03
15134Q                                     KAIRUN-ANZ-FEHLER            D03
15134R     CALL "AKARUN"                                                D03
15134S     USING KAIRUN-EINGABEBEREICH                                  D03
15134T           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
15134U     END-CALL                                                     D03
15134V     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
15134W     .                                                            D03
15134X 8000-LAUFREGISTER-START-1002.                                    D03
15134Y 8000-LAUFREGISTER-START-EXIT.                                    D03
15134Z     EXIT.                                                        D03
151350/---------------------------------------------------------------* D03
151351* Ende mit Kontrollsummen im zentralen Laufregister melden      * D03
151352*---------------------------------------------------------------* D03
151353 8100-LAUFREGISTER-ENDE SECTION.                                  D03
151354 8100-LAUFREGISTER-ENDE-1001.                                     D03
151355     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D03
151356     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
151357     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
151358     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D03
151359     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D03
15135A     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D03
15135B     CALL "AKARUN"                                                D03
15135C     USING KAIRUN-EINGABEBEREICH                                  D03
15135D           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
15135E     END-CALL                                                     D03
15135F     .                                                            D03
15135G 8100-LAUFREGISTER-ENDE-1002.                                     D03
15135H 8100-LAUFREGISTER-ENDE-EXIT.                                     D03
15135I     EXIT.                                                        D03
15135J/---------------------------------------------------------------* D04
15135K* Vor dem Oeffnen der GL-Datei pruefen, ob die Datei des        * D04
15135L* Vorlaufs uebertragen bzw. nach Ablehnung zurueckgesetzt ist   * D04
15135M* (AKAGLF); sonst bleibt sie unveraendert und der Lauf endet    * D04
15135N*---------------------------------------------------------------* D04
15135O 8200-GLF-LAUF-PRUEFEN SECTION.                                   D04
15135P 8200-GLF-LAUF-PRUEFEN-1001.                                      D04
15135Q     INITIALIZE KAIGLF-EIN-AUSGABEBEREICH                         D04
15135R     MOVE C-01-INT-LAUF-PRUEFEN   TO KAIGLF-FUNKTION              D04
15135S     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D04
15135T     MOVE C-RUN-PROGRAMM          TO KAIGLF-PROGRAMM              D04
15135U     CALL "AKAGLF"                                                D04
15135V     USING KAIGLF-EIN-AUSGABEBEREICH                              D04
15135W           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15135X     END-CALL                                                     D04
15135Y     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D04
15135Z     THEN                                                         D04
151360       GO TO 8200-GLF-LAUF-PRUEFEN-EXIT                           D04
151361     END-IF                                                       D04
151362*    KA4949 Datei des Vorlaufs steht noch zur Freigabe an         D04
151363     INITIALIZE FXR-GLF-ZEILE                                     D04
151364     MOVE C-TEXT-GLF-GESTOPPT     TO FXR-V-TEXT                   D04
151365     MOVE KAIGLF-LAUFDATUM        TO FXR-V-LAUFDATUM              D04
151366     MOVE FXR-GLF-ZEILE           TO FXR-DRUCKZEILE               D04
151367     WRITE FXR-DRUCKZEILE                                         D04
151368     ADD 1                        TO H-RUN-ANZ-FEHLER             D04
151369     PERFORM 8100-LAUFREGISTER-ENDE                               D04
15136A                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D04
15136B     CLOSE FXRPARM                                                D04
15136C     CLOSE FXRAUS                                                 D04
15136D     STOP RUN                                                     D04
15136E     .                                                            D04
15136F 8200-GLF-LAUF-PRUEFEN-1002.                                      D04
15136G 8200-GLF-LAUF-PRUEFEN-EXIT.                                      D04
15136H     EXIT.                                                        D04
15136I/---------------------------------------------------------------* D04
15136J* Geschriebenen GL-Satz in die Kontrollsummen einrechnen        * D04
15136K*---------------------------------------------------------------* D04
15136L 8300-GLF-SATZ-ZAEHLEN SECTION.                                   D04
15136M 8300-GLF-SATZ-ZAEHLEN-1001.                                      D04
15136N     MOVE C-01-INT-SATZ-ZAEHLEN   TO KAIGLF-FUNKTION              D04
15136O     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D04
15136P     MOVE FXR-G-WAEHRUNG          TO KAIGLF-WAEHRUNG              D04
15136Q     MOVE FXR-G-GL-KONTO          TO KAIGLF-GL-KONTO              D04
15136R     MOVE FXR-G-BETRAG            TO KAIGLF-BETRAG                D04
15136S     CALL "AKAGLF"                                                D04
15136T     USING KAIGLF-EIN-AUSGABEBEREICH                              D04
15136U           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15136V     END-CALL                                                     D04
15136W     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D04
15136X     .                                                            D04
15136Y 8300-GLF-SATZ-ZAEHLEN-1002.                                      D04
15136Z 8300-GLF-SATZ-ZAEHLEN-EXIT.                                      D04
151370     EXIT.                                                        D04
151371/---------------------------------------------------------------* D04
151372* Laufende: GL-Datei mit Kontrollsummen zur Freigabe vorlegen   * D04
151373* (KA02AKGF Status P) und im Protokoll ausweisen                * D04
151374*---------------------------------------------------------------* D04
151375 8400-GLF-DATEI-VORLEGEN SECTION.                                 D04
151376 8400-GLF-DATEI-VORLEGEN-1001.                                    D04
151377     MOVE C-01-INT-DATEI-VORLEGEN TO KAIGLF-FUNKTION              D04
151378     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D04
151379     MOVE C-RUN-PROGRAMM          TO KAIGLF-PROGRAMM              D04
15137A     MOVE FXR-P-STICHTAG          TO KAIGLF-LAUFDATUM             D04
15137B     CALL "AKAGLF"                                                D04
15137C     USING KAIGLF-EIN-AUSGABEBEREICH                              D04
15137D           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15137E     END-CALL                                                     D04
15137F     INITIALIZE FXR-GLF-ZEILE                                     D04
15137G     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D04
15137H     THEN                                                         D04
15137I       MOVE C-TEXT-GLF-VORGELEGT  TO FXR-V-TEXT                   D04
15137J     ELSE                                                         D04
15137K       MOVE C-TEXT-GLF-FEHLER     TO FXR-V-TEXT                   D04
15137L       ADD 1                      TO H-RUN-ANZ-FEHLER             D04
15137M       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D04
15137N     END-IF                                                       D04
15137O     MOVE FXR-P-STICHTAG          TO FXR-V-LAUFDATUM              D04
15137P     MOVE KAIGLF-ANZ-SAETZE       TO FXR-V-ANZ-SAETZE             D04
15137Q     MOVE KAIGLF-SUMME-SOLL       TO FXR-V-SUMME-SOLL             D04
15137R     MOVE KAIGLF-SUMME-HABEN      TO FXR-V-SUMME-HABEN            D04
15137S     MOVE FXR-GLF-ZEILE           TO FXR-DRUCKZEILE               D04
15137T     WRITE FXR-DRUCKZEILE                                         D04
15137U     .                                                            D04
15137V 8400-GLF-DATEI-VORLEGEN-1002.                                    D04
15137W 8400-GLF-DATEI-VORLEGEN-EXIT.                                    D04
15137X     EXIT.                                                        D04
151100/---------------------------------------------------------------*
151200* Programmende                                                  *
151300*---------------------------------------------------------------*
