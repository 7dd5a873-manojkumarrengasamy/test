005100* CKAXIND    : INDICES AKA5OF                               *
005200* CKAHVZS    : SATZBESCHREIBUNG BKAAPHV                     *
005300* CKAHVZE    : AUFRUFSCHNITTSTELLE AKAHVZ                   *
005301* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D03
005400*@E-COBOL-COPY                                              *
005500*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090065*     Schliessung).                                          *     D02
090066*     Datum: 14.09.2026                          NKZ: KLM   *     D02
090067*                                                           *     D02
090068* D03 R58809                                                *     D03
090069*     Anbindung an das zentrale Laufregister KA02AKRG       *     D03
090070*     (Start- und Endemeldung ueber AKARUN), damit der      *     D03
090071*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D03
090072*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090073*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
117300  COPY CKAHVZS.
117400  COPY CKAHVZE.
117500 01  DUMMY                        PIC X(001).
117501  COPY CKAIRUN.                                                   D03
117502 01  H-RUN-ZAEHLER.                                               D03
117503     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D03
117504     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D03
117505     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D03
117506 01  C-LAUFREGISTER-KONSTANTEN.                                   D03
117507     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D03
117508                                  "01-INT-LAUF-START".            D03
117509     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D03
11750A                                  "01-INT-LAUF-ENDE".             D03
11750B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAJEX".      D03
11750C 01  H-LAUFDATUM                  PIC 9(008).                     D03
117600/---------------------------------------------------------------*
117700* Hilfsvariable                                                 *
117800*---------------------------------------------------------------*
120600     PERFORM 3000-STICHPROBE      THRU 3000-STICHPROBE-EXIT
120700     PERFORM 4000-AUSBUCH-REGISTER
120800                              THRU 4000-AUSBUCH-REGISTER-EXIT
120801     PERFORM 8100-LAUFREGISTER-ENDE                               D03
120802                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D03
120900     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
121000     STOP RUN
121100     .
121600*---------------------------------------------------------------*
121700 1000-INITIALISIERUNG SECTION.
121800 1000-INITIALISIERUNG-1001.
121801     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
121802     PERFORM 8000-LAUFREGISTER-START                              D03
121803                              THRU 8000-LAUFREGISTER-START-EXIT   D03
121900     OPEN INPUT  JEXPARM
122000     OPEN OUTPUT JEXOFF
122100     OPEN OUTPUT JEXSCH
171100 4100-LESEN-AB-ZEILE-1002.
171200 4100-LESEN-AB-ZEILE-EXIT.
171300     EXIT.
171301/---------------------------------------------------------------* D03
171302* Start im zentralen Laufregister melden                        * D03
171303*---------------------------------------------------------------* D03
171304 8000-LAUFREGISTER-START SECTION.                                 D03
171305 8000-LAUFREGISTER-START-1001.                                    D03
171306     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D03
171307     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
171308     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
171309     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D03
17130A                                     KAIRUN-ANZ-GESCHRIEBEN       D03
17130B                                     KAIRUN-ANZ-FEHLER            D03
17130C     CALL "AKARUN"                                                D03
17130D     USING KAIRUN-EINGABEBEREICH                                  D03
17130E           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
17130F     END-CALL                                                     D03
17130G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
17130H     .                                                            D03
17130I 8000-LAUFREGISTER-START-1002.                                    D03
17130J 8000-LAUFREGISTER-START-EXIT.                                    D03
17130K     EXIT.                                                        D03
17130L/---------------------------------------------------------------* D03
17130M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D03
17130N*---------------------------------------------------------------* D03
17130O 8100-LAUFREGISTER-ENDE SECTION.                                  D03
17130P 8100-LAUFREGISTER-ENDE-1001.                                     D03
17130Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D03
17130R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
17130S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
17130T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D03
17130U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D03
17130V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D03
17130W     CALL "AKARUN"                                                D03
17130X     USING KAIRUN-EINGABEBEREICH                                  D03
17130Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
17130Z     END-CALL                                                     D03
171310     .                                                            D03
171311 8100-LAUFREGISTER-ENDE-1002.                                     D03
171312 8100-LAUFREGISTER-ENDE-EXIT.                                     D03
171313     EXIT.                                                        D03
171400/---------------------------------------------------------------*
171500* Programmende                                                  *
171600*---------------------------------------------------------------*
