002800* erkennt damit veraltete Zahlen. Der Abschluss-Satz TS99   *
002900* traegt Kontenanzahl, Anzahl veralteter Konten und einen   *
003000* expliziten Ueberlaufzaehler.                              *
003010* Start und Ende werden im zentralen Laufregister KA02AKRG  *     D03
003020* gemeldet, damit die Laufzeitanalyse AKALZA die Dauer des  *     D03
003030* Abzugs in die Prognose zum Treasury-Termin einrechnet.    *     D03
003100*@E-ELEMENTBESCHREIBUNG                                     *
003200*                                                           *
004000*@A-COBOL-COPY                                              *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004400* CKA0AKAH   : ZEILENSCAN KA03AKAH                          *
004410* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D03
004500*@E-COBOL-COPY                                              *
004600*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090053*     der Auszugs-Historie mit Frische-Kennzeichen.          *     D01
090054*     Datum: 13.09.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58775                                                *     D02
090057*     Waehrungstaschen: juengster Auszug je Konto und       *     D02
090058*     Waehrung (eine Zeile je Tasche).                      *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
090061* D03 R58808                                                *     D03
090062*     Anbindung an das zentrale Laufregister KA02AKRG       *     D03
090063*     (Start- und Endemeldung ueber AKARUN) fuer die        *     D03
090064*     Laufzeitanalyse der Nachtkette.                       *     D03
090065*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090066*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
108000  COPY CGSOVER.
108100  COPY CKA0AKAH.
108200 01  DUMMY                        PIC X(001).
108201  COPY CKAIRUN.                                                   D03
108202 01  H-RUN-ZAEHLER.                                               D03
108203     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D03
108204     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D03
108205     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D03
108206 01  C-LAUFREGISTER-KONSTANTEN.                                   D03
108207     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D03
108208                                  "01-INT-LAUF-START".            D03
108209     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D03
10820A                                  "01-INT-LAUF-ENDE".             D03
10820B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKATRB".      D03
10820C 01  H-LAUFDATUM                  PIC 9(008).                     D03
108300/---------------------------------------------------------------*
108400* Hilfsvariable                                                 *
108500*---------------------------------------------------------------*
110200     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
110300     PERFORM 2000-HISTORIE-LESEN  THRU 2000-HISTORIE-LESEN-EXIT
110400     PERFORM 3000-AUSGABE         THRU 3000-AUSGABE-EXIT
110401     PERFORM 8100-LAUFREGISTER-ENDE                               D03
110402                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D03
110500     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
110600     STOP RUN
110700     .
111200*---------------------------------------------------------------*
111300 1000-INITIALISIERUNG SECTION.
111400 1000-INITIALISIERUNG-1001.
111401     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
111402     PERFORM 8000-LAUFREGISTER-START                              D03
111403                              THRU 8000-LAUFREGISTER-START-EXIT   D03
111500     OPEN INPUT  TRBPARM
111600     OPEN OUTPUT TRBAUS
111700     READ TRBPARM
114800       THEN
114900         PERFORM 2100-AUSZUG-EINORDNEN
115000                            THRU 2100-AUSZUG-EINORDNEN-EXIT
115001         ADD C-1                  TO H-RUN-ANZ-GELESEN            D03
115100         ADD C-1                  TO H-LFD-ZEILE
115200       ELSE
115300         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
116900             UNTIL H-SUCH-IND     > TRB-ANZ-KONTEN
117000       IF TRB-K-HERKUNFT (H-SUCH-IND) = KA0AKAH-HERKUNFT
117100          AND TRB-K-KONTO-ID (H-SUCH-IND) = KA0AKAH-KONTO-ID
117150          AND TRB-K-WAEHRUNG (H-SUCH-IND) = KA0AKAH-WAEHRUNG      D02
117200       THEN
117300         MOVE H-SUCH-IND          TO H-KONTO-IND
117400       END-IF
126600         ADD C-1                  TO H-ANZ-VERALTET
126700       END-IF
126800       WRITE TRB-SATZ             FROM TRB-DETAIL
126801       ADD C-1                    TO H-RUN-ANZ-GESCHRIEBEN        D03
126900     END-PERFORM
127000     MOVE TRB-P-LAUFDATUM         TO TRB-A-LAUFDATUM
127100     MOVE TRB-ANZ-KONTEN          TO TRB-A-ANZ-KONTEN
127200     MOVE H-ANZ-VERALTET          TO TRB-A-ANZ-VERALTET
127300     MOVE H-ANZ-UEBERLAUF         TO TRB-A-ANZ-UEBERLAUF
127301     MOVE H-ANZ-UEBERLAUF         TO H-RUN-ANZ-FEHLER             D03
127400     WRITE TRB-SATZ               FROM TRB-ABSCHLUSS
127500     .
127600 3000-AUSGABE-1002.
127700 3000-AUSGABE-EXIT.
127800     EXIT.
127801/---------------------------------------------------------------* D03
127802* Start im zentralen Laufregister melden                        * D03
127803*---------------------------------------------------------------* D03
127804 8000-LAUFREGISTER-START SECTION.                                 D03
127805 8000-LAUFREGISTER-START-1001.                                    D03
127806     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D03
127807     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
127808     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
127809     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D03
12780A                                     KAIRUN-ANZ-GESCHRIEBEN       D03
12780B                                     KAIRUN-ANZ-FEHLER            D03
12780C     CALL "AKARUN"                                                D03
12780D     USING KAIRUN-EINGABEBEREICH                                  D03
12780E           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12780F     END-CALL                                                     D03
12780G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
12780H     .                                                            D03
12780I 8000-LAUFREGISTER-START-1002.                                    D03
12780J 8000-LAUFREGISTER-START-EXIT.                                    D03
12780K     EXIT.                                                        D03
12780L/---------------------------------------------------------------* D03
12780M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D03
12780N*---------------------------------------------------------------* D03
12780O 8100-LAUFREGISTER-ENDE SECTION.                                  D03
12780P 8100-LAUFREGISTER-ENDE-1001.                                     D03
12780Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D03
12780R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
12780S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
12780T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D03
12780U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D03
12780V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D03
12780W     CALL "AKARUN"                                                D03
12780X     USING KAIRUN-EINGABEBEREICH                                  D03
12780Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12780Z     END-CALL                                                     D03
127810     .                                                            D03
127811 8100-LAUFREGISTER-ENDE-1002.                                     D03
127812 8100-LAUFREGISTER-ENDE-EXIT.                                     D03
127813     EXIT.                                                        D03
127900/---------------------------------------------------------------*
128000* Programmende                                                  *
128100*---------------------------------------------------------------*
