004800* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
004900* CJDI100    : EINGABEBEREICH KJD100                        *
005000* CJDO100    : AUSGABEBEREICH KJD100                        *
005001* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D02
005100*@E-COBOL-COPY                                              *
005200*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090054*     Zuordnungstabelle KA00AKOR und Abschluss-Satz.         *     D01
090055*     Datum: 11.09.2026                          NKZ: KLM   *     D01
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
108600  COPY CJDI100.
108700  COPY CJDO100.
108800 01  DUMMY                        PIC X(001).
108801  COPY CKAIRUN.                                                   D02
108802 01  H-RUN-ZAEHLER.                                               D02
108803     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D02
108804     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D02
108805     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D02
108806 01  C-LAUFREGISTER-KONSTANTEN.                                   D02
108807     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D02
108808                                  "01-INT-LAUF-START".            D02
108809     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D02
10880A                                  "01-INT-LAUF-ENDE".             D02
10880B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAORF".      D02
10880C 01  H-LAUFDATUM                  PIC 9(008).                     D02
108900/---------------------------------------------------------------*
109000* Hilfsvariable                                                 *
109100*---------------------------------------------------------------*
111200     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
111300     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
111400     PERFORM 8000-ABSCHLUSS-SATZ  THRU 8000-ABSCHLUSS-SATZ-EXIT
111401     MOVE H-ANZ-GEPRUEFT          TO H-RUN-ANZ-GELESEN            D02
111402     MOVE H-ANZ-GELIEFERT         TO H-RUN-ANZ-GESCHRIEBEN        D02
111403     PERFORM 8900-LAUFREGISTER-ENDE                               D02
111404                              THRU 8900-LAUFREGISTER-ENDE-EXIT    D02
111500     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
111600     STOP RUN
111700     .
112200*---------------------------------------------------------------*
112300 1000-INITIALISIERUNG SECTION.
112400 1000-INITIALISIERUNG-1001.
112401     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D02
112402     PERFORM 8800-LAUFREGISTER-START                              D02
112403                              THRU 8800-LAUFREGISTER-START-EXIT   D02
112500     OPEN INPUT  ORFPARM
112600     OPEN OUTPUT ORFAUS
112700     READ ORFPARM
135600 8000-ABSCHLUSS-SATZ-1002.
135700 8000-ABSCHLUSS-SATZ-EXIT.
135800     EXIT.
135801/---------------------------------------------------------------* D02
135802* Start im zentralen Laufregister melden                        * D02
135803*---------------------------------------------------------------* D02
135804 8800-LAUFREGISTER-START SECTION.                                 D02
135805 8800-LAUFREGISTER-START-1001.                                    D02
135806     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D02
135807     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D02
135808     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D02
135809     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D02
13580A                                     KAIRUN-ANZ-GESCHRIEBEN       D02
13580B                                     KAIRUN-ANZ-FEHLER            D02
13580C     CALL "AKARUN"                                                D02
13580D     USING KAIRUN-EINGABEBEREICH                                  D02
13580E           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
13580F     END-CALL                                                     D02
13580G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
13580H     .                                                            D02
13580I 8800-LAUFREGISTER-START-1002.                                    D02
13580J 8800-LAUFREGISTER-START-EXIT.                                    D02
13580K     EXIT.                                                        D02
13580L/---------------------------------------------------------------* D02
13580M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D02
13580N*---------------------------------------------------------------* D02
13580O 8900-LAUFREGISTER-ENDE SECTION.                                  D02
13580P 8900-LAUFREGISTER-ENDE-1001.                                     D02
13580Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D02
13580R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D02
13580S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D02
13580T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D02
13580U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D02
13580V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D02
13580W     CALL "AKARUN"                                                D02
13580X     USING KAIRUN-EINGABEBEREICH                                  D02
13580Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
13580Z     END-CALL                                                     D02
135810     .                                                            D02
135811 8900-LAUFREGISTER-ENDE-1002.                                     D02
135812 8900-LAUFREGISTER-ENDE-EXIT.                                     D02
135813     EXIT.                                                        D02
135900/---------------------------------------------------------------*
136000* Programmende                                                  *
136100*---------------------------------------------------------------*
