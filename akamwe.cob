002800* ein Kontrollsatz (Satzart C) mit Gesamtanzahl,            *
002900* Gesamtbetrag und der Anzahl der Detailsaetze, damit die   *
003000* Lieferung fuer den Pruefer reproduzierbar abstimmbar ist. *
003001* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D04
003002* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D04
003100*@E-ELEMENTBESCHREIBUNG                                     *
003200*                                                           *
004000*@A-COBOL-COPY                                              *
004900* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005000* DKAXIND    : INDICES AKA5OF                               *
005100* CKAXIND    : INDICES AKA5OF                               *
005101* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D03
005200*@E-COBOL-COPY                                              *
005300*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090094*     verarbeitet, leer = alle.                             *     D02
090095*     Datum: 07.09.2026                          NKZ: KLM   *     D02
090096*                                                           *     D02
090097* D03 R58809                                                *     D03
090098*     Anbindung an das zentrale Laufregister KA02AKRG       *     D03
090099*     (Start- und Endemeldung ueber AKARUN), damit der      *     D03
090100*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D03
090101*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090102*                                                           *     D03
090103* D04 R58810                                                *     D04
090104*     Offene Posten und Posten in Klaerung werden ueber     *     D04
090105*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D04
090106*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D04
090107*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D04
090108*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090109*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
109600  COPY CKAI5OF3.
109700  COPY CKAO5OF2.
109800 01  DUMMY                        PIC X(001).
109801  COPY CKAIRUN.                                                   D03
109802 01  H-RUN-ZAEHLER.                                               D03
109803     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D03
109804     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D03
109805     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D03
109806 01  C-LAUFREGISTER-KONSTANTEN.                                   D03
109807     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D03
109808                                  "01-INT-LAUF-START".            D03
109809     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D03
10980A                                  "01-INT-LAUF-ENDE".             D03
10980B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAMWE".      D03
10980C 01  H-LAUFDATUM                  PIC 9(008).                     D03
109900/---------------------------------------------------------------*
110000* Hilfsvariable                                                 *
110100*---------------------------------------------------------------*
112100     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
112200     PERFORM 2000-BESTAND-SAMMELN THRU 2000-BESTAND-SAMMELN-EXIT
112300     PERFORM 3000-EXPORT          THRU 3000-EXPORT-EXIT
112301     MOVE H-ANZ-DETAILSAETZE      TO H-RUN-ANZ-GESCHRIEBEN        D03
112302     PERFORM 8100-LAUFREGISTER-ENDE                               D03
112303                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D03
112400     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
112500     STOP RUN
112600     .
113100*---------------------------------------------------------------*
113200 1000-INITIALISIERUNG SECTION.
113300 1000-INITIALISIERUNG-1001.
113301     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D03
113302     PERFORM 8000-LAUFREGISTER-START                              D03
113303                              THRU 8000-LAUFREGISTER-START-EXIT   D03
09991A     PERFORM INSTITUT-FILTER-LESEN                                D02
09991B                          THRU INSTITUT-FILTER-LESEN-EXIT         D02
113400     OPEN INPUT  MWEPARM
119800     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
119900     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
120000     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
120100     CALL "AKAOPXL" USING                                         D04
120200          C-01-STD-APO-LIST-SUCHE
120300          C-KONFIG-ID-KA
120400          C-AKAMWE
099938 INSTITUT-FILTER-LESEN-1002.                                      D02
099939 INSTITUT-FILTER-LESEN-EXIT.                                      D02
09993A     EXIT.                                                        D02
09993B/---------------------------------------------------------------* D03
09993C* Start im zentralen Laufregister melden                        * D03
09993D*---------------------------------------------------------------* D03
09993E 8000-LAUFREGISTER-START SECTION.                                 D03
09993F 8000-LAUFREGISTER-START-1001.                                    D03
09993G     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D03
09993H     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
09993I     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
09993J     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D03
09993K                                     KAIRUN-ANZ-GESCHRIEBEN       D03
09993L                                     KAIRUN-ANZ-FEHLER            D03
09993M     CALL "AKARUN"                                                D03
09993N     USING KAIRUN-EINGABEBEREICH                                  D03
09993O           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
09993P     END-CALL                                                     D03
09993Q     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
09993R     .                                                            D03
09993S 8000-LAUFREGISTER-START-1002.                                    D03
09993T 8000-LAUFREGISTER-START-EXIT.                                    D03
09993U     EXIT.                                                        D03
09993V/---------------------------------------------------------------* D03
09993W* Ende mit Kontrollsummen im zentralen Laufregister melden      * D03
09993X*---------------------------------------------------------------* D03
09993Y 8100-LAUFREGISTER-ENDE SECTION.                                  D03
09993Z 8100-LAUFREGISTER-ENDE-1001.                                     D03
099940     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D03
099941     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D03
099942     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D03
099943     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D03
099944     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D03
099945     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D03
099946     CALL "AKARUN"                                                D03
099947     USING KAIRUN-EINGABEBEREICH                                  D03
099948           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
099949     END-CALL                                                     D03
09994A     .                                                            D03
09994B 8100-LAUFREGISTER-ENDE-1002.                                     D03
09994C 8100-LAUFREGISTER-ENDE-EXIT.                                     D03
09994D     EXIT.                                                        D03
133700 9999-EXIT SECTION.
133800 9999-EXIT-1001.
133900     CLOSE MWEPARM
