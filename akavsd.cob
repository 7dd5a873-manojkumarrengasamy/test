004500* CKA0AKVS   : ZEILENSCAN KA03AKVS                          *
004600* CKAI0AZI   : EINGABEBEREICH KA02AKZI                      *
004700* CKAO0AZI   : AUSGABEBEREICH KA02AKZI                      *
004701* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D03
004800*@E-COBOL-COPY                                              *
004900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090064*     Zeilen, Bedarf und Durchlaeufe aus.                    *     D02
090065*     Datum: 10.09.2026                          NKZ: KLM   *     D02
090066*                                                           *     D02
090067* D03 R58809                                                *     D03
090068*     Anbindung an das zentrale Laufregister KA02AKRG       *     D03
090069*     (Start- und Endemeldung ueber AKARUN), damit der      *     D03
090070*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D03
090071*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090072*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
109300  COPY CKAI0AZI.
109400  COPY CKAO0AZI.
109500 01  DUMMY                        PIC X(001).
109501  COPY CKAIRUN.                                                   D03
109502 01  H-RUN-ZAEHLER.                                               D03
109503     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D03
109504     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D03
109505     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D03
109506 01  C-LAUFREGISTER-KONSTANTEN.                                   D03
109507     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D03
109508                                  "01-INT-LAUF-START".            D03
109509     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D03
10950A                                  "01-INT-LAUF-ENDE".             D03
10950B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAVSD".      D03
10950C 01  H-LAUFDATUM                  PIC 9(008).                     D03
109600/---------------------------------------------------------------*
109700* Hilfsvariable                                                 *
109800*---------------------------------------------------------------*
111640             UNTIL H-ANZ-SPILL    = ZERO                          D02
111650     PERFORM 3900-ENDEPROTOKOLL                                   D02
111660                            THRU 3900-ENDEPROTOKOLL-EXIT          D02
111661     PERFORM 8100-LAUFREGISTER-ENDE                               D03
111662                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D03
111700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
111800     STOP RUN
111900     .
112400*---------------------------------------------------------------*
112500 1000-INITIALISIERUNG SECTION.
112600 1000-INITIALISIERUNG-1001.
112601     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
112602     PERFORM 8000-LAUFREGISTER-START                              D03
112603                              THRU 8000-LAUFREGISTER-START-EXIT   D03
112700     OPEN INPUT  VSDPARM
112800     OPEN OUTPUT VSDAUS
112810     OPEN OUTPUT VSDWK1                                           D02
1346N0 3900-ENDEPROTOKOLL-1002.                                         D02
1346O0 3900-ENDEPROTOKOLL-EXIT.                                         D02
1346P0     EXIT.                                                        D02
1346P1/---------------------------------------------------------------* D03
1346P2* Start im zentralen Laufregister melden                        * D03
1346P3*---------------------------------------------------------------* D03
1346P4 8000-LAUFREGISTER-START SECTION.                                 D03
1346P5 8000-LAUFREGISTER-START-1001.                                    D03
1346P6     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D03
1346P7     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
1346P8     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
1346P9     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D03
1346PA                                     KAIRUN-ANZ-GESCHRIEBEN       D03
1346PB                                     KAIRUN-ANZ-FEHLER            D03
1346PC     CALL "AKARUN"                                                D03
1346PD     USING KAIRUN-EINGABEBEREICH                                  D03
1346PE           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
1346PF     END-CALL                                                     D03
1346PG     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
1346PH     .                                                            D03
1346PI 8000-LAUFREGISTER-START-1002.                                    D03
1346PJ 8000-LAUFREGISTER-START-EXIT.                                    D03
1346PK     EXIT.                                                        D03
1346PL/---------------------------------------------------------------* D03
1346PM* Ende mit Kontrollsummen im zentralen Laufregister melden      * D03
1346PN*---------------------------------------------------------------* D03
1346PO 8100-LAUFREGISTER-ENDE SECTION.                                  D03
1346PP 8100-LAUFREGISTER-ENDE-1001.                                     D03
1346PQ     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D03
1346PR     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
1346PS     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
1346PT     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D03
1346PU     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D03
1346PV     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D03
1346PW     CALL "AKARUN"                                                D03
1346PX     USING KAIRUN-EINGABEBEREICH                                  D03
1346PY           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
1346PZ     END-CALL                                                     D03
1346Q0     .                                                            D03
1346Q1 8100-LAUFREGISTER-ENDE-1002.                                     D03
1346Q2 8100-LAUFREGISTER-ENDE-EXIT.                                     D03
1346Q3     EXIT.                                                        D03
134400/---------------------------------------------------------------*
134500* Programmende                                                  *
134600*---------------------------------------------------------------*
