005300* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005400* DKAXIND    : INDICES AKA5OF                               *
005500* CKAXIND    : INDICES AKA5OF                               *
005501* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D02
005600*@E-COBOL-COPY                                              *
005700*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090054*     keitsbericht.                                          *     D01
090055*     Datum: 24.02.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
090057* D02 R58809                                                *     D02
090058*     Anbindung an das zentrale Laufregister KA02AKRG       *     D02
090059*     (Start- und Endemeldung ueber AKARUN), damit der      *     D02
090060*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D02
090061*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090062*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
109300  COPY CKAI5OF3.
109400  COPY CKAO5OF2.
109500 01  DUMMY                        PIC X(001).
109501  COPY CKAIRUN.                                                   D02
109502 01  H-RUN-ZAEHLER.                                               D02
109503     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D02
109504     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D02
109505     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D02
109506 01  C-LAUFREGISTER-KONSTANTEN.                                   D02
109507     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D02
109508                                  "01-INT-LAUF-START".            D02
109509     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D02
10950A                                  "01-INT-LAUF-ENDE".             D02
10950B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKACRT".      D02
10950C 01  H-LAUFDATUM                  PIC 9(008).                     D02
109600/---------------------------------------------------------------*
109700* Hilfsvariable                                                 *
109800*---------------------------------------------------------------*
112900     ELSE
113000       PERFORM 3000-BERICHT       THRU 3000-BERICHT-EXIT
113100     END-IF
113101     PERFORM 8100-LAUFREGISTER-ENDE                               D02
113102                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D02
113200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
113300     STOP RUN
113400     .
113900*---------------------------------------------------------------*
114000 1000-INITIALISIERUNG SECTION.
114100 1000-INITIALISIERUNG-1001.
114101     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D02
114102     PERFORM 8000-LAUFREGISTER-START                              D02
114103                              THRU 8000-LAUFREGISTER-START-EXIT   D02
114200     OPEN INPUT  CRTPARM
114300     OPEN OUTPUT CRTAUS
114400     READ CRTPARM
138800 3300-FEHLT-PRUEFEN-1002.
138900 3300-FEHLT-PRUEFEN-EXIT.
139000     EXIT.
139001/---------------------------------------------------------------* D02
139002* Start im zentralen Laufregister melden                        * D02
139003*---------------------------------------------------------------* D02
139004 8000-LAUFREGISTER-START SECTION.                                 D02
139005 8000-LAUFREGISTER-START-1001.                                    D02
139006     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D02
139007     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D02
139008     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D02
139009     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D02
13900A                                     KAIRUN-ANZ-GESCHRIEBEN       D02
13900B                                     KAIRUN-ANZ-FEHLER            D02
13900C     CALL "AKARUN"                                                D02
13900D     USING KAIRUN-EINGABEBEREICH                                  D02
13900E           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
13900F     END-CALL                                                     D02
13900G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
13900H     .                                                            D02
13900I 8000-LAUFREGISTER-START-1002.                                    D02
13900J 8000-LAUFREGISTER-START-EXIT.                                    D02
13900K     EXIT.                                                        D02
13900L/---------------------------------------------------------------* D02
13900M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D02
13900N*---------------------------------------------------------------* D02
13900O 8100-LAUFREGISTER-ENDE SECTION.                                  D02
13900P 8100-LAUFREGISTER-ENDE-1001.                                     D02
13900Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D02
13900R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D02
13900S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D02
13900T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D02
13900U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D02
13900V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D02
13900W     CALL "AKARUN"                                                D02
13900X     USING KAIRUN-EINGABEBEREICH                                  D02
13900Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
13900Z     END-CALL                                                     D02
139010     .                                                            D02
139011 8100-LAUFREGISTER-ENDE-1002.                                     D02
139012 8100-LAUFREGISTER-ENDE-EXIT.                                     D02
139013     EXIT.                                                        D02
139100/---------------------------------------------------------------*
139200* Programmende                                                  *
139300*---------------------------------------------------------------*
