003200* Protokoll RSTAUS; der gefuehrte Bestand KA02AKRV ist die  *
003300* Grundlage fuer den Ausweis "zurueckgestellt" in           *
003400* AKAC5AP und im Altersbericht.                             *
003410* Die Datei RSTGLB wird ueber AKAGLF mit Kontrollsummen je  *     D04
003420* Waehrung und GL-Konto zur Freigabe vorgelegt (KA02AKGF/   *     D04
003430* KA02AKGK); steht die Datei des Vorlaufs noch zur Freigabe *     D04
003440* an, endet der Lauf mit KA4949, ohne RSTGLB zu oeffnen.    *     D04
003450* Beim ersten Fortschreiben eines Bestands je Stichtag wird *     D04
003460* der bisherige Stand in KA02AKRV gesichert (...-VORHER);   *     D04
003470* nach Ablehnung der Datei stellt AKAGLU ihn wieder her.    *     D04
003480* Die Uebertragung fuehrt AKAGLU durch.                     *     D04
003500*@E-ELEMENTBESCHREIBUNG                                     *
003600*                                                           *
004000*@A-COBOL-COPY                                              *
005300* CKAXIND    : INDICES AKA5OF                               *
005400* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                     *
005500* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                   *
005501* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D03
005502* CKAIGLF    : EIN-/AUSGABEBEREICH AKAGLF                   *     D04
005600*@E-COBOL-COPY                                              *
005700*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090054*     Hauptbuch-Anbindung im AKAGLB-Satzaufbau.              *     D01
090055*     Datum: 05.09.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
090057* D02 R58793                                                *     D02
090058*     Ratenvereinbarungen (KA02AKRP): fuer Posten mit       *     D02
090059*     aktiver Vereinbarung bemisst sich das Alter nach der  *     D02
090060*     Faelligkeit der ersten offenen Rate; ist noch keine   *     D02
090061*     Rate faellig, gilt der Posten als nicht ueberaltert.  *     D02
090062*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090063*                                                           *     D02
090064* D03 R58809                                                *     D03
090065*     Anbindung an das zentrale Laufregister KA02AKRG       *     D03
090066*     (Start- und Endemeldung ueber AKARUN), damit der      *     D03
090067*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D03
090068*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090069*                                                           *     D03
090070* D04 R58815                                                *     D04
090071*     Vorlage der GL-Datei RSTGLB zur Vier-Augen-Freigabe   *     D04
090072*     (AKAGLF, Kontrollsummen KA02AKGF/KA02AKGK); Lauf-     *     D04
090073*     abbruch mit KA4949, solange die Datei des Vorlaufs    *     D04
090074*     noch zur Freigabe ansteht. Sicherung des Vorstands    *     D04
090075*     je Bestand in KA02AKRV fuer das Ruecksetzen.          *     D04
090076*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090077*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
105100     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
105200     20 C-OBJEKT-TAB-KA02AKRV     PIC X(009) VALUE "KA02AKRV".
105300     20 C-OBJEKT-TAB-KA03AKRV     PIC X(009) VALUE "KA03AKRV".
105310     20 C-OBJEKT-TAB-KA02AKRP     PIC X(009) VALUE "KA02AKRP".    D02
105400     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105500     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
105600     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
111900  COPY CKAO5OF2.
112000  COPY CKAHVZS.
112100  COPY CKAHVZE.
112110  COPY CKAI0ARP.                                                  D02
112120  COPY CKAO0ARP.                                                  D02
112200 01  DUMMY                        PIC X(001).
112201  COPY CKAIRUN.                                                   D03
112202 01  H-RUN-ZAEHLER.                                               D03
112203     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D03
112204     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D03
112205     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D03
112206 01  C-LAUFREGISTER-KONSTANTEN.                                   D03
112207     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D03
112208                                  "01-INT-LAUF-START".            D03
112209     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D03
11220A                                  "01-INT-LAUF-ENDE".             D03
11220B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKARST".      D03
11220C 01  H-LAUFDATUM                  PIC 9(008).                     D03
11220D  COPY CKAIGLF.                                                   D04
11220E 01  C-GLF-KONSTANTEN.                                            D04
11220F     05 C-01-INT-LAUF-PRUEFEN     PIC X(040) VALUE                D04
11220G                                  "01-INT-LAUF-PRUEFEN".          D04
11220H     05 C-01-INT-SATZ-ZAEHLEN     PIC X(040) VALUE                D04
11220I                                  "01-INT-SATZ-ZAEHLEN".          D04
11220J     05 C-01-INT-DATEI-VORLEGEN   PIC X(040) VALUE                D04
11220K                                  "01-INT-DATEI-VORLEGEN".        D04
11220L     05 C-GLF-DATEI-ART           PIC X(003) VALUE "RST".         D04
11220M     05 C-TEXT-GLF-GESTOPPT       PIC X(032) VALUE                D04
11220N                                  "KA4949 GESTOPPT, OFFEN VOM".   D04
11220O     05 C-TEXT-GLF-VORGELEGT      PIC X(032) VALUE                D04
11220P                                  "ZUR FREIGABE VORGELEGT".       D04
11220Q     05 C-TEXT-GLF-FEHLER         PIC X(032) VALUE                D04
11220R                                  "NICHT ZUR FREIGABE VORGELEGT". D04
11220S/---------------------------------------------------------------* D04
11220T* Protokollzeile Freigabevorlage der GL-Datei                   * D04
11220U*---------------------------------------------------------------* D04
11220V 01  RST-GLF-ZEILE.                                               D04
11220W     05 RST-V-TEXT                PIC X(032).                     D04
11220X     05 FILLER                    PIC X(001) VALUE SPACE.         D04
11220Y     05 RST-V-LAUFDATUM           PIC 9(008).                     D04
11220Z     05 FILLER                    PIC X(001) VALUE SPACE.         D04
112210     05 RST-V-ANZ-SAETZE          PIC Z(008)9.                    D04
112211     05 FILLER                    PIC X(001) VALUE SPACE.         D04
112212     05 RST-V-SUMME-SOLL          PIC Z(014)9,999.                D04
112213     05 FILLER                    PIC X(001) VALUE SPACE.         D04
112214     05 RST-V-SUMME-HABEN         PIC Z(014)9,999.                D04
112215     05 FILLER                    PIC X(059) VALUE SPACE.         D04
112300/---------------------------------------------------------------*
112400* Hilfsvariable                                                 *
112500*---------------------------------------------------------------*
114200 01  H-SOLL-BETRAG                PIC S9(013)V9(002) COMP-3.
114300 01  H-BESTAND-ALT                PIC S9(013)V9(002) COMP-3.
114400 01  H-DELTA                      PIC S9(013)V9(002) COMP-3.
114410 01  H-RATE-IND                   PIC 9(003) COMP-3.              D02
114420 01  H-RATE-ANZ                   PIC 9(003) COMP-3.              D02
114430 01  H-RATE-FAELLIG               PIC 9(008).                     D02
114440 01  H-RATE-KZ                    PIC X(001) VALUE SPACE.         D02
114450     88 RATE-OHNE                 VALUE SPACE.                    D02
114460     88 RATE-UEBERFAELLIG         VALUE "U".                      D02
114470     88 RATE-NICHT-FAELLIG        VALUE "N".                      D02
114500/****************************************************************
114600 PROCEDURE DIVISION.
114700*****************************************************************
115000     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
115100     PERFORM 2000-BESTAND-RECHNEN THRU 2000-BESTAND-RECHNEN-EXIT
115200     PERFORM 3000-AUFLOESUNGEN    THRU 3000-AUFLOESUNGEN-EXIT
115201     PERFORM 8100-LAUFREGISTER-ENDE                               D03
115202                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D03
115300     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
115400     STOP RUN
115500     .
116000*---------------------------------------------------------------*
116100 1000-INITIALISIERUNG SECTION.
116200 1000-INITIALISIERUNG-1001.
116201     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
116202     PERFORM 8000-LAUFREGISTER-START                              D03
116203                              THRU 8000-LAUFREGISTER-START-EXIT   D03
116300     OPEN INPUT  RSTPARM
116301     PERFORM 8200-GLF-LAUF-PRUEFEN                                D04
116302                              THRU 8200-GLF-LAUF-PRUEFEN-EXIT     D04
116400     OPEN OUTPUT RSTGLB
116500     OPEN OUTPUT RSTAUS
116600     READ RSTPARM
127600             FUNCTION INTEGER-OF-DATE
127700             (KAO5OF2-APO-VALUTA (H-INDEX))
127800     COMPUTE H-ALTER-TAGE         = H-LAUF-J - H-VALUTA-J
127810*    Ratenvereinbarung: Alter ab der ersten offenen Rate          D02
127820     PERFORM 2320-RATENPLAN-PRUEFEN                               D02
127830                              THRU 2320-RATENPLAN-PRUEFEN-EXIT    D02
127840     EVALUATE TRUE                                                D02
127850     WHEN RATE-NICHT-FAELLIG                                      D02
127860       MOVE ZERO                  TO H-ALTER-TAGE                 D02
127870     WHEN RATE-UEBERFAELLIG                                       D02
127880       COMPUTE H-VALUTA-J =                                       D02
127890               FUNCTION INTEGER-OF-DATE (H-RATE-FAELLIG)          D02
1278A0       COMPUTE H-ALTER-TAGE       = H-LAUF-J - H-VALUTA-J         D02
1278B0     WHEN OTHER                                                   D02
1278C0       CONTINUE                                                   D02
1278D0     END-EVALUATE                                                 D02
127900     MOVE ZERO                    TO H-PROZENT
128000     IF RST-P-TAGE-1              > ZERO
128100        AND H-ALTER-TAGE          > RST-P-TAGE-1
131600     END-CALL
131700     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
131800     THEN
131801*        Stand vor dem ersten Fortschreiben je Stichtag sichern   D04
131802         IF KAO0ARV-STAND-DATUM   < RST-P-LAUFDATUM               D04
131803         THEN                                                     D04
131804           MOVE KAO0ARV-BETRAG    TO KAO0ARV-BETRAG-VORHER        D04
131805           MOVE KAO0ARV-STATUS    TO KAO0ARV-STATUS-VORHER        D04
131806           MOVE KAO0ARV-STAND-DATUM                               D04
131807                                  TO KAO0ARV-STAND-VORHER         D04
131808         END-IF                                                   D04
131900       IF KAO0ARV-BESTAND
132000       THEN
132100         MOVE KAO0ARV-BETRAG      TO H-BESTAND-ALT
132200       END-IF
132300     ELSE
132301       MOVE ZERO                  TO KAO0ARV-BETRAG-VORHER        D04
132302                                     KAO0ARV-STAND-VORHER         D04
132303       MOVE "A"                   TO KAO0ARV-STATUS-VORHER        D04
132400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
132500     END-IF
132600     COMPUTE H-DELTA              = H-SOLL-BETRAG - H-BESTAND-ALT
137400 2300-POSTEN-BEWERTEN-1002.
137500 2300-POSTEN-BEWERTEN-EXIT.
137600     EXIT.
137601/---------------------------------------------------------------* D02
137602* Ratenvereinbarung des Postens (KA02AKRP) pruefen: bei         * D02
137603* aktiver Vereinbarung die Faelligkeit der ersten offenen       * D02
137604* Rate ermitteln (H-RATE-FAELLIG); ist sie noch nicht           * D02
137605* erreicht, gilt der Posten als nicht faellig                   * D02
137606*---------------------------------------------------------------* D02
137607 2320-RATENPLAN-PRUEFEN SECTION.                                  D02
137608 2320-RATENPLAN-PRUEFEN-1001.                                     D02
137609     SET RATE-OHNE                TO TRUE                         D02
137610     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)                   D02
137611                                  TO KAI0ARP-AK-NUMMER            D02
137612     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)                          D02
137613                                  TO KAI0ARP-HERKUNFT             D02
137614     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                  D02
137615                                  TO KAI0ARP-KONTO-ID             D02
137616     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)                      D02
137617                                  TO KAI0ARP-AUSZUGSDATUM         D02
137618     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)                     D02
137619                                  TO KAI0ARP-AUSZUGSNUMMER        D02
137620     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)                        D02
137621                                  TO KAI0ARP-AUSZUG-FNR           D02
137622     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)                        D02
137623                                  TO KAI0ARP-LFD-NR-APO           D02
137624     MOVE ZERO                    TO KAI0ARP-RATE-NR              D02
137625     PERFORM 2330-RATE-LESEN      THRU 2330-RATE-LESEN-EXIT       D02
137626     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D02
137627     THEN                                                         D02
137628       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D02
137629       GO TO 2320-RATENPLAN-PRUEFEN-EXIT                          D02
137630     END-IF                                                       D02
137631     IF NOT KAO0ARP-K-AKTIV                                       D02
137632     THEN                                                         D02
137633       GO TO 2320-RATENPLAN-PRUEFEN-EXIT                          D02
137634     END-IF                                                       D02
137635     MOVE KAO0ARP-K-ANZ-RATEN     TO H-RATE-ANZ                   D02
137636     PERFORM 2340-RATE-PRUEFEN    THRU 2340-RATE-PRUEFEN-EXIT     D02
137637            VARYING H-RATE-IND FROM 1 BY 1                        D02
137638            UNTIL H-RATE-IND > H-RATE-ANZ                         D02
137639               OR NOT RATE-OHNE                                   D02
137640     .                                                            D02
137641 2320-RATENPLAN-PRUEFEN-1002.                                     D02
137642 2320-RATENPLAN-PRUEFEN-EXIT.                                     D02
137643     EXIT.                                                        D02
137644/---------------------------------------------------------------* D02
137645* Satz der Ratenvereinbarung lesen (KA02AKRP); das Gewicht wird * D02
137646* vom Aufrufer ausgewertet                                      * D02
137647*---------------------------------------------------------------* D02
137648 2330-RATE-LESEN SECTION.                                         D02
137649 2330-RATE-LESEN-1001.                                            D02
137650     CALL "CGSTAB"                                                D02
137651     USING C-TAB-LESEN-EQUAL                                      D02
137652           C-KONFIG-ID-KA                                         D02
137653           C-OBJEKT-TAB-KA02AKRP                                  D02
137654           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
137655           KAI0ARP-EINGABEBEREICH                                 D02
137656           KAO0ARP-AUSGABEBEREICH                                 D02
137657           GSTTAB-EIN-AUSGABEBEREICH                              D02
137658     END-CALL                                                     D02
137659     .                                                            D02
137660 2330-RATE-LESEN-1002.                                            D02
137661 2330-RATE-LESEN-EXIT.                                            D02
137662     EXIT.                                                        D02
137663/---------------------------------------------------------------* D02
137664* Eine Rate pruefen: die erste offene Rate bestimmt die         * D02
137665* Faelligkeit des Postens                                       * D02
137666*---------------------------------------------------------------* D02
137667 2340-RATE-PRUEFEN SECTION.                                       D02
137668 2340-RATE-PRUEFEN-1001.                                          D02
137669     MOVE H-RATE-IND              TO KAI0ARP-RATE-NR              D02
137670     PERFORM 2330-RATE-LESEN      THRU 2330-RATE-LESEN-EXIT       D02
137671     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D02
137672     THEN                                                         D02
137673       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D02
137674       GO TO 2340-RATE-PRUEFEN-EXIT                               D02
137675     END-IF                                                       D02
137676     IF NOT KAO0ARP-R-OFFEN                                       D02
137677     THEN                                                         D02
137678       GO TO 2340-RATE-PRUEFEN-EXIT                               D02
137679     END-IF                                                       D02
137680     MOVE KAO0ARP-R-FAELLIG       TO H-RATE-FAELLIG               D02
137681     IF H-RATE-FAELLIG            > RST-P-LAUFDATUM               D02
137682     THEN                                                         D02
137683       SET RATE-NICHT-FAELLIG     TO TRUE                         D02
137684     ELSE                                                         D02
137685       SET RATE-UEBERFAELLIG      TO TRUE                         D02
137686     END-IF                                                       D02
137687     .                                                            D02
137688 2340-RATE-PRUEFEN-1002.                                          D02
137689 2340-RATE-PRUEFEN-EXIT.                                          D02
137690     EXIT.                                                        D02
137700/---------------------------------------------------------------*
137800* Zufuehrungs- bzw. Aufloesungsbuchung im AKAGLB-Satzaufbau     *
137900* schreiben                                                     *
139700     MOVE SPACE                   TO RST-G-KOSTENSTELLE
139800     MOVE RST-GLB-DETAIL          TO RST-GLB-SATZ
139900     WRITE RST-GLB-SATZ
139901     PERFORM 8300-GLF-SATZ-ZAEHLEN                                D04
139902                              THRU 8300-GLF-SATZ-ZAEHLEN-EXIT     D04
140000     .
140100 2400-BUCHUNG-SCHREIBEN-1002.
140200 2400-BUCHUNG-SCHREIBEN-EXIT.
151400       PERFORM 3100-LESEN-RV-ZEILE
151500                                THRU 3100-LESEN-RV-ZEILE-EXIT
151600     END-PERFORM
151601*    Laufende: Datei RSTGLB zur Freigabe vorlegen                 D04
151602     PERFORM 8400-GLF-DATEI-VORLEGEN                              D04
151603                              THRU 8400-GLF-DATEI-VORLEGEN-EXIT   D04
151700     .
151800 3000-AUFLOESUNGEN-1002.
151900 3000-AUFLOESUNGEN-EXIT.
156300     MOVE ZERO                    TO KAO0ARV-BETRAG
156400     MOVE RST-P-LAUFDATUM         TO KAO0ARV-STAND-DATUM
156500     SET KAO0ARV-AUFGELOEST       TO TRUE
156501     MOVE KA0AKRV-BETRAG          TO KAO0ARV-BETRAG-VORHER        D04
156502     MOVE KA0AKRV-STATUS          TO KAO0ARV-STATUS-VORHER        D04
156503     MOVE KA0AKRV-STAND-DATUM     TO KAO0ARV-STAND-VORHER         D04
156600     CALL "CGSTAB"
156700     USING C-TAB-SCHREIBEN-EQUAL
156800           C-KONFIG-ID-KA
158500 3200-RV-AUFLOESEN-1002.
158600 3200-RV-AUFLOESEN-EXIT.
158700     EXIT.
158701/---------------------------------------------------------------* D03
158702* Start im zentralen Laufregister melden                        * D03
158703*---------------------------------------------------------------* D03
158704 8000-LAUFREGISTER-START SECTION.                                 D03
158705 8000-LAUFREGISTER-START-1001.                                    D03
158706     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D03
158707     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
158708     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
158709     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D03
15870A                                     KAIRUN-ANZ-GESCHRIEBEN       D03
15870B                                     KAIRUN-ANZ-FEHLER            D03
15870C     CALL "AKARUN"                                                D03
15870D     USING KAIRUN-EINGABEBEREICH                                  D03
15870E           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
15870F     END-CALL                                                     D03
15870G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
15870H     .                                                            D03
15870I 8000-LAUFREGISTER-START-1002.                                    D03
15870J 8000-LAUFREGISTER-START-EXIT.                                    D03
15870K     EXIT.                                                        D03
15870L/---------------------------------------------------------------* D03
15870M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D03
15870N*---------------------------------------------------------------* D03
15870O 8100-LAUFREGISTER-ENDE SECTION.                                  D03
15870P 8100-LAUFREGISTER-ENDE-1001.                                     D03
15870Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D03
15870R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
15870S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
15870T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D03
15870U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D03
15870V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D03
15870W     CALL "AKARUN"                                                D03
15870X     USING KAIRUN-EINGABEBEREICH                                  D03
15870Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
15870Z     END-CALL                                                     D03
158710     .                                                            D03
158711 8100-LAUFREGISTER-ENDE-1002.                                     D03
158712 8100-LAUFREGISTER-ENDE-EXIT.                                     D03
158713     EXIT.                                                        D03
158714/---------------------------------------------------------------* D04
158715* Vor dem Oeffnen der GL-Datei pruefen, ob die Datei des        * D04
158716* Vorlaufs uebertragen bzw. nach Ablehnung zurueckgesetzt ist   * D04
158717* (AKAGLF); sonst bleibt sie unveraendert und der Lauf endet    * D04
158718*---------------------------------------------------------------* D04
158719 8200-GLF-LAUF-PRUEFEN SECTION.                                   D04
15871A 8200-GLF-LAUF-PRUEFEN-1001.                                      D04
15871B     INITIALIZE KAIGLF-EIN-AUSGABEBEREICH                         D04
15871C     MOVE C-01-INT-LAUF-PRUEFEN   TO KAIGLF-FUNKTION              D04
15871D     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D04
15871E     MOVE C-RUN-PROGRAMM          TO KAIGLF-PROGRAMM              D04
15871F     CALL "AKAGLF"                                                D04
15871G     USING KAIGLF-EIN-AUSGABEBEREICH                              D04
15871H           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15871I     END-CALL                                                     D04
15871J     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D04
15871K     THEN                                                         D04
15871L       GO TO 8200-GLF-LAUF-PRUEFEN-EXIT                           D04
15871M     END-IF                                                       D04
15871N*    KA4949 Datei des Vorlaufs steht noch zur Freigabe an         D04
15871O*    Protokoll oeffnen, RSTGLB bleibt unveraendert                D04
15871P     OPEN OUTPUT RSTAUS                                           D04
15871Q     INITIALIZE RST-GLF-ZEILE                                     D04
15871R     MOVE C-TEXT-GLF-GESTOPPT     TO RST-V-TEXT                   D04
15871S     MOVE KAIGLF-LAUFDATUM        TO RST-V-LAUFDATUM              D04
15871T     MOVE RST-GLF-ZEILE           TO RST-DRUCKZEILE               D04
15871U     WRITE RST-DRUCKZEILE                                         D04
15871V     ADD 1                        TO H-RUN-ANZ-FEHLER             D04
15871W     PERFORM 8100-LAUFREGISTER-ENDE                               D04
15871X                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D04
15871Y     CLOSE RSTPARM                                                D04
15871Z     CLOSE RSTAUS                                                 D04
158720     STOP RUN                                                     D04
158721     .                                                            D04
158722 8200-GLF-LAUF-PRUEFEN-1002.                                      D04
158723 8200-GLF-LAUF-PRUEFEN-EXIT.                                      D04
158724     EXIT.                                                        D04
158725/---------------------------------------------------------------* D04
158726* Geschriebenen GL-Satz in die Kontrollsummen einrechnen        * D04
158727*---------------------------------------------------------------* D04
158728 8300-GLF-SATZ-ZAEHLEN SECTION.                                   D04
158729 8300-GLF-SATZ-ZAEHLEN-1001.                                      D04
15872A     MOVE C-01-INT-SATZ-ZAEHLEN   TO KAIGLF-FUNKTION              D04
15872B     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D04
15872C     MOVE RST-G-WAEHRUNG          TO KAIGLF-WAEHRUNG              D04
15872D     MOVE RST-G-GL-KONTO          TO KAIGLF-GL-KONTO              D04
15872E     MOVE RST-G-BETRAG            TO KAIGLF-BETRAG                D04
15872F     CALL "AKAGLF"                                                D04
15872G     USING KAIGLF-EIN-AUSGABEBEREICH                              D04
15872H           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15872I     END-CALL                                                     D04
15872J     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D04
15872K     .                                                            D04
15872L 8300-GLF-SATZ-ZAEHLEN-1002.                                      D04
15872M 8300-GLF-SATZ-ZAEHLEN-EXIT.                                      D04
15872N     EXIT.                                                        D04
15872O/---------------------------------------------------------------* D04
15872P* Laufende: GL-Datei mit Kontrollsummen zur Freigabe vorlegen   * D04
15872Q* (KA02AKGF Status P) und im Protokoll ausweisen                * D04
15872R*---------------------------------------------------------------* D04
15872S 8400-GLF-DATEI-VORLEGEN SECTION.                                 D04
15872T 8400-GLF-DATEI-VORLEGEN-1001.                                    D04
15872U     MOVE C-01-INT-DATEI-VORLEGEN TO KAIGLF-FUNKTION              D04
15872V     MOVE C-GLF-DATEI-ART         TO KAIGLF-DATEI-ART             D04
15872W     MOVE C-RUN-PROGRAMM          TO KAIGLF-PROGRAMM              D04
15872X     MOVE RST-P-LAUFDATUM         TO KAIGLF-LAUFDATUM             D04
15872Y     CALL "AKAGLF"                                                D04
15872Z     USING KAIGLF-EIN-AUSGABEBEREICH                              D04
158730           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
158731     END-CALL                                                     D04
158732     INITIALIZE RST-GLF-ZEILE                                     D04
158733     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D04
158734     THEN                                                         D04
158735       MOVE C-TEXT-GLF-VORGELEGT  TO RST-V-TEXT                   D04
158736     ELSE                                                         D04
158737       MOVE C-TEXT-GLF-FEHLER     TO RST-V-TEXT                   D04
158738       ADD 1                      TO H-RUN-ANZ-FEHLER             D04
158739       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D04
15873A     END-IF                                                       D04
15873B     MOVE RST-P-LAUFDATUM         TO RST-V-LAUFDATUM              D04
15873C     MOVE KAIGLF-ANZ-SAETZE       TO RST-V-ANZ-SAETZE             D04
15873D     MOVE KAIGLF-SUMME-SOLL       TO RST-V-SUMME-SOLL             D04
15873E     MOVE KAIGLF-SUMME-HABEN      TO RST-V-SUMME-HABEN            D04
15873F     MOVE RST-GLF-ZEILE           TO RST-DRUCKZEILE               D04
15873G     WRITE RST-DRUCKZEILE                                         D04
15873H     .                                                            D04
15873I 8400-GLF-DATEI-VORLEGEN-1002.                                    D04
15873J 8400-GLF-DATEI-VORLEGEN-EXIT.                                    D04
15873K     EXIT.                                                        D04
158800/---------------------------------------------------------------*
158900* Programmende                                                  *
159000*---------------------------------------------------------------*
