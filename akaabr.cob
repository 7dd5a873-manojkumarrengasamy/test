004600* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
004700* DKAXIND    : INDICES AKA5OF                               *
004800* CKAXIND    : INDICES AKA5OF                               *
004801* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D02
004900*@E-COBOL-COPY                                              *
005000*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090053*     Register KA02AKAB.                                     *     D01
090054*     Datum: 18.02.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58809                                                *     D02
090057*     Anbindung an das zentrale Laufregister KA02AKRG       *     D02
090058*     (Start- und Endemeldung ueber AKARUN), damit der      *     D02
090059*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
107200  COPY CKAI5OF2.
107300  COPY CKAO5OF2.
107400 01  DUMMY                        PIC X(001).
107401  COPY CKAIRUN.                                                   D02
107402 01  H-RUN-ZAEHLER.                                               D02
107403     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D02
107404     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D02
107405     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D02
107406 01  C-LAUFREGISTER-KONSTANTEN.                                   D02
107407     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D02
107408                                  "01-INT-LAUF-START".            D02
107409     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D02
10740A                                  "01-INT-LAUF-ENDE".             D02
10740B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAABR".      D02
10740C 01  H-LAUFDATUM                  PIC 9(008).                     D02
107500/---------------------------------------------------------------*
107600* Hilfsvariable                                                 *
107700*---------------------------------------------------------------*
108900 0000-MAINLINE-1001.
109000     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
109100     PERFORM 2000-VERARBEITUNG    THRU 2000-VERARBEITUNG-EXIT
109101     PERFORM 8100-LAUFREGISTER-ENDE                               D02
109102                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D02
109200     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
109300     STOP RUN
109400     .
109900*---------------------------------------------------------------*
110000 1000-INITIALISIERUNG SECTION.
110100 1000-INITIALISIERUNG-1001.
110101     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D02
110102     PERFORM 8000-LAUFREGISTER-START                              D02
110103                              THRU 8000-LAUFREGISTER-START-EXIT   D02
110200     OPEN INPUT  ABRPARM
110300     OPEN OUTPUT ABRAUS
110400     READ ABRPARM
120700 2200-REGISTER-ZEILE-1002.
120800 2200-REGISTER-ZEILE-EXIT.
120900     EXIT.
120901/---------------------------------------------------------------* D02
120902* Start im zentralen Laufregister melden                        * D02
120903*---------------------------------------------------------------* D02
120904 8000-LAUFREGISTER-START SECTION.                                 D02
120905 8000-LAUFREGISTER-START-1001.                                    D02
120906     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D02
120907     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D02
120908     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D02
120909     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D02
12090A                                     KAIRUN-ANZ-GESCHRIEBEN       D02
12090B                                     KAIRUN-ANZ-FEHLER            D02
12090C     CALL "AKARUN"                                                D02
12090D     USING KAIRUN-EINGABEBEREICH                                  D02
12090E           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
12090F     END-CALL                                                     D02
12090G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
12090H     .                                                            D02
12090I 8000-LAUFREGISTER-START-1002.                                    D02
12090J 8000-LAUFREGISTER-START-EXIT.                                    D02
12090K     EXIT.                                                        D02
12090L/---------------------------------------------------------------* D02
12090M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D02
12090N*---------------------------------------------------------------* D02
12090O 8100-LAUFREGISTER-ENDE SECTION.                                  D02
12090P 8100-LAUFREGISTER-ENDE-1001.                                     D02
12090Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D02
12090R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D02
12090S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D02
12090T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D02
12090U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D02
12090V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D02
12090W     CALL "AKARUN"                                                D02
12090X     USING KAIRUN-EINGABEBEREICH                                  D02
12090Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
12090Z     END-CALL                                                     D02
120910     .                                                            D02
120911 8100-LAUFREGISTER-ENDE-1002.                                     D02
120912 8100-LAUFREGISTER-ENDE-EXIT.                                     D02
120913     EXIT.                                                        D02
121000/---------------------------------------------------------------*
121100* Programmende                                                  *
121200*---------------------------------------------------------------*
