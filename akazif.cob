004600* CKA0AKZF   : ZEILENSCAN KA03AKZF                          *
004700* CKAI0AZF   : EINGABEBEREICH KA02AKZF                      *
004800* CKAO0AZF   : AUSGABEBEREICH KA02AKZF                      *
004801* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D04
004900*@E-COBOL-COPY                                              *
005000*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090063*     statt stillschweigend verworfen.                     *     D02
090064*     Datum: 14.09.2026                          NKZ: KLM  *     D02
090065*                                                          *     D02
090066*                                                           *     D03
090067* D03 R58788                                                *     D03
090068*     Sanktionspruefung vor dem Schreiben: die Gegenpartei  *     D03
090069*     wird ueber AKASAC geprueft; bei offenem oder          *     D03
090070*     bestaetigtem Treffer wird die Forderung mit Status A  *     D03
090071*     (angehalten) registriert und kein Schreiben erstellt. *     D03
090072*     Angehaltene Forderungen werden in jedem Lauf neu      *     D03
090073*     geprueft und nach der Freigabe nachtraeglich          *     D03
090074*     geschrieben.                                          *     D03
090075*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090076*                                                           *     D03
090077* D04 R58809                                                *     D04
090078*     Anbindung an das zentrale Laufregister KA02AKRG       *     D04
090079*     (Start- und Endemeldung ueber AKARUN), damit der      *     D04
090080*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D04
090081*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090082*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
106900     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
107000     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
107100                                  VALUE "SCHREIBEN-EQUAL".
107120     20 C-01-INT-SAN-PRUEFEN      PIC X(040)                      D03
107140                                  VALUE "01-INT-SAN-PRUEFEN".     D03
107160     20 C-AKAZIF                  PIC X(008) VALUE "AKAZIF".      D03
107200     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
107300 01  C-MELDUNGEN.
107400     05 C-MELD-FORDERUNG          PIC X(012) VALUE "FORDERUNG   ".
107500     05 C-MELD-VERZICHT           PIC X(012) VALUE "VERZICHT    ".
107600     05 C-MELD-OHNE-GP            PIC X(012) VALUE "OHNE-GP     ".
107700     05 C-MELD-ZAHLUNG            PIC X(012) VALUE "ZAHLUNG     ".
107720     05 C-MELD-ANGEHALTEN         PIC X(012) VALUE "ANGEHALTEN  ".D03
107740     05 C-MELD-FREIGEGEBEN        PIC X(012) VALUE "FREIGEGEBEN ".D03
107800/---------------------------------------------------------------*
107900* Brief- und Protokollzeilen                                    *
108000*---------------------------------------------------------------*
115400  COPY CKA0AKZF.
115500  COPY CKAI0AZF.
115600  COPY CKAO0AZF.
115620  COPY CKAISAC.                                                   D03
115640  COPY CKAOSAC.                                                   D03
115700 01  DUMMY                        PIC X(001).
115701  COPY CKAIRUN.                                                   D04
115702 01  H-RUN-ZAEHLER.                                               D04
115703     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D04
115704     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D04
115705     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D04
115706 01  C-LAUFREGISTER-KONSTANTEN.                                   D04
115707     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D04
115708                                  "01-INT-LAUF-START".            D04
115709     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D04
11570A                                  "01-INT-LAUF-ENDE".             D04
11570B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAZIF".      D04
115800/---------------------------------------------------------------*
115900* Hilfsvariable                                                 *
116000*---------------------------------------------------------------*
118100 01  H-ANSPRUCH-TEXT              PIC X(015).
118200 01  H-FORDERUNGSNR               PIC 9(012).
118300 01  H-LFD-FORDERUNG              PIC 9(006) COMP-3.
118310 01  H-LAUFDATUM                  PIC 9(008).                     D03
118320 01  H-HALT-ZEILE                 PIC 9(009) COMP-3.              D03
118330 01  H-SAN-KZ                     PIC X(001).                     D03
118340     88 SAN-ANHALTEN              VALUE "H".                      D03
118350     88 SAN-FREI                  VALUE "F".                      D03
118400/****************************************************************
118500 PROCEDURE DIVISION.
118600*****************************************************************
118900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
119000     PERFORM 1500-GP-LADEN        THRU 1500-GP-LADEN-EXIT
119100     PERFORM 1800-ZAHLUNGEN       THRU 1800-ZAHLUNGEN-EXIT
119150     PERFORM 1900-ANGEHALTENE     THRU 1900-ANGEHALTENE-EXIT      D03
119200     PERFORM 2000-ANSPRUECHE-LESEN
119300                              THRU 2000-ANSPRUECHE-LESEN-EXIT
119400     PERFORM 3000-FORDERN         THRU 3000-FORDERN-EXIT
119401     PERFORM 8100-LAUFREGISTER-ENDE                               D04
119402                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D04
119500     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
119600     STOP RUN
119700     .
121100         INITIALIZE ZIF-PARM-SATZ
121200     END-READ
121300     MOVE ZERO                    TO H-LFD-FORDERUNG
121350     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
121351     PERFORM 8000-LAUFREGISTER-START                              D04
121352                              THRU 8000-LAUFREGISTER-START-EXIT   D04
121400     .
121500 1000-INITIALISIERUNG-1002.
121600 1000-INITIALISIERUNG-EXIT.
133200 1810-ZAHLUNG-VERBUCHEN-1002.
133300 1810-ZAHLUNG-VERBUCHEN-EXIT.
133400     EXIT.
13340B/---------------------------------------------------------------* D03
13340M* Angehaltene Forderungen neu pruefen; nach der Freigabe wird   * D03
13340X* das Schreiben nachgeholt (Kopf und Erinnerungsteil)           * D03
133418*---------------------------------------------------------------* D03
13341J 1900-ANGEHALTENE SECTION.                                        D03
13341U 1900-ANGEHALTENE-1001.                                           D03
133425     MOVE C-1                     TO H-HALT-ZEILE                 D03
13342G     PERFORM 1910-LESEN-HALT-ZEILE                                D03
13342R                              THRU 1910-LESEN-HALT-ZEILE-EXIT     D03
133432     PERFORM UNTIL ZF-N-GEFUNDEN                                  D03
13343D       IF KA0AKZF-ANGEHALTEN                                      D03
13343O       THEN                                                       D03
13343Z         PERFORM 1920-HALT-PRUEFEN                                D03
13344A                              THRU 1920-HALT-PRUEFEN-EXIT         D03
13344L       END-IF                                                     D03
13344W       ADD C-1                    TO H-HALT-ZEILE                 D03
133457       PERFORM 1910-LESEN-HALT-ZEILE                              D03
13345I                              THRU 1910-LESEN-HALT-ZEILE-EXIT     D03
13345T     END-PERFORM                                                  D03
133464     .                                                            D03
13346F 1900-ANGEHALTENE-1002.                                           D03
13346Q 1900-ANGEHALTENE-EXIT.                                           D03
133471     EXIT.                                                        D03
13347C/---------------------------------------------------------------* D03
13347N* Registerzeile ueber den eigenen Zaehler lesen, da der         * D03
13347Y* Erinnerungsteil H-LFD-ZEILE mitbenutzt                        * D03
133489*---------------------------------------------------------------* D03
13348K 1910-LESEN-HALT-ZEILE SECTION.                                   D03
13348V 1910-LESEN-HALT-ZEILE-1001.                                      D03
133496     MOVE H-HALT-ZEILE            TO H-LFD-ZEILE                  D03
13349H     PERFORM 3210-LESEN-ZF-ZEILE  THRU 3210-LESEN-ZF-ZEILE-EXIT   D03
13349S     .                                                            D03
1334A3 1910-LESEN-HALT-ZEILE-1002.                                      D03
1334AE 1910-LESEN-HALT-ZEILE-EXIT.                                      D03
1334AP     EXIT.                                                        D03
1334B0/---------------------------------------------------------------* D03
1334BB* Eine angehaltene Forderung pruefen und ggf. freigeben         * D03
1334BM*---------------------------------------------------------------* D03
1334BX 1920-HALT-PRUEFEN SECTION.                                       D03
1334C8 1920-HALT-PRUEFEN-1001.                                          D03
1334CJ     MOVE ZERO                    TO H-GP-IND                     D03
1334CU     PERFORM VARYING H-SUCH-IND FROM 1 BY 1                       D03
1334D5             UNTIL H-SUCH-IND     > ZIF-ANZ-GP                    D03
1334DG       IF ZIF-G-GP-ID (H-SUCH-IND) = KA0AKZF-GP-ID                D03
1334DR       THEN                                                       D03
1334E2         MOVE H-SUCH-IND          TO H-GP-IND                     D03
1334ED       END-IF                                                     D03
1334EO     END-PERFORM                                                  D03
1334EZ     INITIALIZE ZIF-DETAIL                                        D03
1334FA     MOVE KA0AKZF-GP-ID           TO ZIF-D-GP-ID                  D03
1334FL     MOVE KA0AKZF-FORDERUNGSNR    TO ZIF-D-FORDERUNGSNR           D03
1334FW     MOVE KA0AKZF-BETRAG          TO ZIF-D-BETRAG                 D03
1334G7     IF H-GP-IND                  = ZERO                          D03
1334GI     THEN                                                         D03
1334GT       MOVE C-MELD-OHNE-GP        TO ZIF-D-MELDUNG                D03
1334H4       GO TO 1920-HALT-PRUEFEN-1002                               D03
1334HF     END-IF                                                       D03
1334HQ     PERFORM 3150-SANKTION-PRUEFEN                                D03
1334I1                              THRU 3150-SANKTION-PRUEFEN-EXIT     D03
1334IC     IF SAN-ANHALTEN                                              D03
1334IN     THEN                                                         D03
1334IY       MOVE C-MELD-ANGEHALTEN     TO ZIF-D-MELDUNG                D03
1334J9       MOVE "SANKTIONSPRUEFUNG"   TO ZIF-D-TEXT                   D03
1334JK       GO TO 1920-HALT-PRUEFEN-1002                               D03
1334JV     END-IF                                                       D03
1334K6*    Register auf offen setzen                                    D03
1334KH     MOVE KA0AKZF-FORDERUNGSNR    TO KAI0AZF-FORDERUNGSNR         D03
1334KS                                     H-FORDERUNGSNR               D03
1334L3     CALL "CGSTAB"                                                D03
1334LE     USING C-TAB-LESEN-EQUAL                                      D03
1334LP           C-KONFIG-ID-KA                                         D03
1334M0           C-OBJEKT-TAB-KA02AKZF                                  D03
1334MB           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
1334MM           KAI0AZF-EINGABEBEREICH                                 D03
1334MX           KAO0AZF-AUSGABEBEREICH                                 D03
1334N8           GSTTAB-EIN-AUSGABEBEREICH                              D03
1334NJ     END-CALL                                                     D03
1334NU     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D03
1334O5     THEN                                                         D03
1334OG       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D03
1334OR       GO TO 1920-HALT-PRUEFEN-EXIT                               D03
1334P2     END-IF                                                       D03
1334PD     SET KAO0AZF-OFFEN            TO TRUE                         D03
1334PO     CALL "CGSTAB"                                                D03
1334PZ     USING C-TAB-SCHREIBEN-EQUAL                                  D03
1334QA           C-KONFIG-ID-KA                                         D03
1334QL           C-OBJEKT-TAB-KA02AKZF                                  D03
1334QW           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
1334R7           KAI0AZF-EINGABEBEREICH                                 D03
1334RI           KAO0AZF-AUSGABEBEREICH                                 D03
1334RT           GSTTAB-EIN-AUSGABEBEREICH                              D03
1334S4     END-CALL                                                     D03
1334SF*    Schreiben nachholen: Kopf und Erinnerungsteil                D03
1334SQ     INITIALIZE ZIF-BRF-KOPF                                      D03
1334T1     MOVE H-FORDERUNGSNR          TO ZIF-B-FORDERUNGSNR           D03
1334TC     MOVE ZIF-G-NAME (H-GP-IND)   TO ZIF-B-GP-NAME                D03
1334TN     MOVE KAO0AZF-BETRAG          TO ZIF-B-BETRAG                 D03
1334TY     MOVE KAO0AZF-WAEHRUNG        TO ZIF-B-WAEHRUNG               D03
1334U9     MOVE ZIF-BRF-KOPF            TO ZIF-BRIEFZEILE               D03
1334UK     WRITE ZIF-BRIEFZEILE                                         D03
1334UV     PERFORM 3200-ERINNERUNGEN    THRU 3200-ERINNERUNGEN-EXIT     D03
1334V6     MOVE C-MELD-FREIGEGEBEN      TO ZIF-D-MELDUNG                D03
1334VH     .                                                            D03
1334VS 1920-HALT-PRUEFEN-1002.                                          D03
1334W3     MOVE ZIF-DETAIL              TO ZIF-DRUCKZEILE               D03
1334WE     WRITE ZIF-DRUCKZEILE                                         D03
1334WP     .                                                            D03
1334X0 1920-HALT-PRUEFEN-EXIT.                                          D03
1334XB     EXIT.                                                        D03
133500/---------------------------------------------------------------*
133600* Anspruchszeilen lesen und je Gegenpartei summieren            *
133700*---------------------------------------------------------------*
147400     ADD C-1                      TO H-LFD-FORDERUNG
147500     COMPUTE H-FORDERUNGSNR =
147600             ZIF-P-PERIODE * 1000000 + H-LFD-FORDERUNG
147620*    Sanktionspruefung der Gegenpartei vor dem Schreiben          D03
147640     PERFORM 3150-SANKTION-PRUEFEN                                D03
147660                              THRU 3150-SANKTION-PRUEFEN-EXIT     D03
147700*    Register fortschreiben
147800     MOVE H-FORDERUNGSNR          TO KAI0AZF-FORDERUNGSNR
147900     MOVE ZIF-G-GP-ID (H-GP-IND)  TO KAO0AZF-GP-ID
148200                                  TO KAO0AZF-BETRAG
148300     MOVE ZIF-S-WAEHRUNG (H-EINTRAG-IND)
148400                                  TO KAO0AZF-WAEHRUNG
148420     IF SAN-ANHALTEN                                              D03
148440     THEN                                                         D03
148460       SET KAO0AZF-ANGEHALTEN     TO TRUE                         D03
148480     ELSE                                                         D03
148500       SET KAO0AZF-OFFEN          TO TRUE                         D03
148520     END-IF                                                       D03
148600     CALL "CGSTAB"
148700     USING C-TAB-SCHREIBEN-EQUAL
148800           C-KONFIG-ID-KA
149200           KAO0AZF-AUSGABEBEREICH
149300           GSTTAB-EIN-AUSGABEBEREICH
149400     END-CALL
149405     IF SAN-ANHALTEN                                              D03
149410     THEN                                                         D03
149415       INITIALIZE ZIF-DETAIL                                      D03
149420       MOVE C-MELD-ANGEHALTEN     TO ZIF-D-MELDUNG                D03
149425       MOVE ZIF-G-GP-ID (H-GP-IND)                                D03
149430                                  TO ZIF-D-GP-ID                  D03
149435       MOVE H-FORDERUNGSNR        TO ZIF-D-FORDERUNGSNR           D03
149440       MOVE ZIF-S-SUMME (H-EINTRAG-IND)                           D03
149445                                  TO ZIF-D-BETRAG                 D03
149450       MOVE "SANKTIONSPRUEFUNG"   TO ZIF-D-TEXT                   D03
149455       MOVE ZIF-DETAIL            TO ZIF-DRUCKZEILE               D03
149460       WRITE ZIF-DRUCKZEILE                                       D03
149465       GO TO 3100-EINTRAG-FORDERN-EXIT                            D03
149470     END-IF                                                       D03
149500*    Schreiben: Kopf, Einzelnachweis, Erinnerungsteil
149600     INITIALIZE ZIF-BRF-KOPF
149700     MOVE H-FORDERUNGSNR          TO ZIF-B-FORDERUNGSNR
153000 3100-EINTRAG-FORDERN-1002.
153100 3100-EINTRAG-FORDERN-EXIT.
153200     EXIT.
153202/---------------------------------------------------------------* D03
153204* Sanktionspruefung der Gegenpartei (AKASAC)                    * D03
153206*---------------------------------------------------------------* D03
153208 3150-SANKTION-PRUEFEN SECTION.                                   D03
153210 3150-SANKTION-PRUEFEN-1001.                                      D03
153212     INITIALIZE KAISAC-EINGABEBEREICH                             D03
153214     MOVE C-01-INT-SAN-PRUEFEN    TO KAISAC-FUNKTION              D03
153216     MOVE C-AKAZIF                TO KAISAC-QUELLE                D03
153218     MOVE H-LAUFDATUM             TO KAISAC-LAUFDATUM             D03
153220     MOVE ZIF-G-GP-ID (H-GP-IND)  TO KAISAC-GP-ID                 D03
153222     MOVE ZIF-G-NAME (H-GP-IND)   TO KAISAC-NAME                  D03
153224     MOVE ZIF-G-KONTO-ID (H-GP-IND)                               D03
153226                                  TO KAISAC-KONTO-ID              D03
153228     CALL "AKASAC" USING                                          D03
153230          KAISAC-EINGABEBEREICH                                   D03
153232          KAOSAC-AUSGABEBEREICH                                   D03
153234          GSOVER-VERSTAENDIGUNGSBEREICH                           D03
153236     END-CALL                                                     D03
153238*    ohne Pruefergebnis wird vorsorglich angehalten               D03
153240     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D03
153242        OR KAOSAC-ANHALTEN                                        D03
153244     THEN                                                         D03
153246       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D03
153248       SET SAN-ANHALTEN           TO TRUE                         D03
153250     ELSE                                                         D03
153252       SET SAN-FREI               TO TRUE                         D03
153254     END-IF                                                       D03
153256     .                                                            D03
153258 3150-SANKTION-PRUEFEN-1002.                                      D03
153260 3150-SANKTION-PRUEFEN-EXIT.                                      D03
153262     EXIT.                                                        D03
153300/---------------------------------------------------------------*
153400* Erinnerungsteil: offene Forderungen der Gegenpartei aus       *
153500* frueheren Perioden (Zeilenscan KA03AKZF)                      *
154200       IF KA0AKZF-GP-ID           = ZIF-G-GP-ID (H-GP-IND)
154300          AND KA0AKZF-OFFEN
154400          AND KA0AKZF-PERIODE     < ZIF-P-PERIODE
154420          AND KA0AKZF-FORDERUNGSNR                                D03
154440                                  NOT = H-FORDERUNGSNR            D03
154500       THEN
154600         INITIALIZE ZIF-BRF-ERINNERUNG
154700         MOVE KA0AKZF-FORDERUNGSNR
158500 3210-LESEN-ZF-ZEILE-1002.
158600 3210-LESEN-ZF-ZEILE-EXIT.
158700     EXIT.
158701/---------------------------------------------------------------* D04
158702* Start im zentralen Laufregister melden                        * D04
158703*---------------------------------------------------------------* D04
158704 8000-LAUFREGISTER-START SECTION.                                 D04
158705 8000-LAUFREGISTER-START-1001.                                    D04
158706     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D04
158707     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D04
158708     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D04
158709     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D04
15870A                                     KAIRUN-ANZ-GESCHRIEBEN       D04
15870B                                     KAIRUN-ANZ-FEHLER            D04
15870C     CALL "AKARUN"                                                D04
15870D     USING KAIRUN-EINGABEBEREICH                                  D04
15870E           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15870F     END-CALL                                                     D04
15870G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D04
15870H     .                                                            D04
15870I 8000-LAUFREGISTER-START-1002.                                    D04
15870J 8000-LAUFREGISTER-START-EXIT.                                    D04
15870K     EXIT.                                                        D04
15870L/---------------------------------------------------------------* D04
15870M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D04
15870N*---------------------------------------------------------------* D04
15870O 8100-LAUFREGISTER-ENDE SECTION.                                  D04
15870P 8100-LAUFREGISTER-ENDE-1001.                                     D04
15870Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D04
15870R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D04
15870S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D04
15870T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D04
15870U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D04
15870V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D04
15870W     CALL "AKARUN"                                                D04
15870X     USING KAIRUN-EINGABEBEREICH                                  D04
15870Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
15870Z     END-CALL                                                     D04
158710     .                                                            D04
158711 8100-LAUFREGISTER-ENDE-1002.                                     D04
158712 8100-LAUFREGISTER-ENDE-EXIT.                                     D04
158713     EXIT.                                                        D04
158800/---------------------------------------------------------------*
158900* Programmende                                                  *
159000*---------------------------------------------------------------*
