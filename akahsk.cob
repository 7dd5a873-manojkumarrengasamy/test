090065*     und werden mit Fallreferenz im Protokoll ausgewiesen.  *     D02
090066*     Datum: 11.09.2026                          NKZ: KLM   *     D02
090067*                                                           *     D02
090068* D03 R58812                                                *     D03
090069*     Siegel der Aufbewahrung: vor dem Trimmen von          *     D03
090070*     RPLSTORE werden die abgelaufenen Lieferungen ueber    *     D03
090071*     AKASIP gegen ihre Siegel geprueft (Ergebnis in        *     D03
090072*     HSKAUS, Einzelheiten in SIPAUS); die Siegel           *     D03
090073*     getrimmter Lieferungen werden entfernt. RPLNEU auf    *     D03
090074*     die volle Satzlaenge 808 gebracht.                    *     D03
090075*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090076*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103600     COPY CKARPLS.
103700 FD  RPLNEU
103800     RECORDING MODE IS F.
103900 01  RPL-NEU-SATZ                 PIC X(808).                     D03
104000 FD  HSKAUS
104100     RECORDING MODE IS F.
104200 01  HSK-DRUCKZEILE               PIC X(120).
1140C0     05 FILLER                    PIC X(001) VALUE SPACE.         D02
1140D0     05 HSK-L-INHABER             PIC X(008).                     D02
1140E0     05 FILLER                    PIC X(044) VALUE SPACE.         D02
1140E1  COPY CKAISIP.                                                   D03
1140E2  COPY CKAISIG.                                                   D03
1140E3  COPY CKAIEIN1.                                                  D03
1140E4 01  C-SIEGEL-KONSTANTEN.                                         D03
1140E5     05 C-01-INT-SIEGEL-LOESCHEN  PIC X(040) VALUE                D03
1140E6                                  "01-INT-SIEGEL-LOESCHEN".       D03
1140E7     05 C-ANLASS-BEREINIGUNG      PIC X(001) VALUE "B".           D03
1140E8     05 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".           D03
1140E9 01  H-SIEGEL-LETZT               PIC X(062).                     D03
1140EA 01  H-SIEGEL-BIS                 PIC 9(008).                     D03
114100 01  H-TS-DATUM-X                 PIC X(008).
114200 01  H-TS-DATUM                   PIC 9(008).
114300 01  H-DE-NAME                    PIC X(020).
120300 2000-RPL-TRIMMEN-1001.
120400     MOVE ZERO                    TO H-ANZ-ENTFERNT
120500     MOVE ZERO                    TO H-ANZ-BEHALTEN
120501     PERFORM 2050-RPL-SIEGEL-PRUEFEN                              D03
120502                                THRU 2050-RPL-SIEGEL-PRUEFEN-EXIT D03
120503     MOVE SPACE                   TO H-SIEGEL-LETZT               D03
120600     OPEN INPUT  RPLSTORE
120700     OPEN OUTPUT RPLNEU
120800     SET DATEI-N-ENDE             TO TRUE
121400           IF RPL-LAUFDATUM       < H-GRENZE-RPL
121500           THEN
121600             ADD C-1              TO H-ANZ-ENTFERNT
121601             PERFORM 2060-RPL-SIEGEL-LOESCHEN                     D03
121602                              THRU 2060-RPL-SIEGEL-LOESCHEN-EXIT  D03
121700           ELSE
121800             ADD C-1              TO H-ANZ-BEHALTEN
121900             MOVE RPL-SATZ        TO RPL-NEU-SATZ
122900 2000-RPL-TRIMMEN-1002.
123000 2000-RPL-TRIMMEN-EXIT.
123100     EXIT.
123101/---------------------------------------------------------------* D03
123102* Vor dem Trimmen die abgelaufenen Lieferungen gegen ihre       * D03
123103* Siegel pruefen (AKASIP, Protokoll SIPAUS); das Ergebnis wird  * D03
123104* in HSKAUS ausgewiesen, die Frist ist abgelaufen und der       * D03
123105* Bestand wird unabhaengig vom Ergebnis getrimmt                * D03
123106*---------------------------------------------------------------* D03
123107 2050-RPL-SIEGEL-PRUEFEN SECTION.                                 D03
123108 2050-RPL-SIEGEL-PRUEFEN-1001.                                    D03
123109     COMPUTE H-SIEGEL-BIS =                                       D03
12310A             FUNCTION DATE-OF-INTEGER                             D03
12310B             (FUNCTION INTEGER-OF-DATE (H-GRENZE-RPL) - C-1)      D03
12310C     INITIALIZE KAISIP-EIN-AUSGABEBEREICH                         D03
12310D     MOVE C-AKAHSK                TO KAISIP-PROGRAMM              D03
12310E     MOVE C-ANLASS-BEREINIGUNG    TO KAISIP-ANLASS                D03
12310F     MOVE C-QUELLE-RPLSTORE       TO KAISIP-QUELLE                D03
12310G     MOVE ZERO                    TO KAISIP-DATUM-VON             D03
12310H     MOVE H-SIEGEL-BIS            TO KAISIP-DATUM-BIS             D03
12310I     CALL "AKASIP"                                                D03
12310J     USING KAISIP-EIN-AUSGABEBEREICH                              D03
12310K           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12310L     END-CALL                                                     D03
12310M     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
12310N     MOVE "RPLSTORE"              TO HSK-D-BESTAND                D03
12310O     IF KAISIP-VERAENDERT                                         D03
12310P     THEN                                                         D03
12310Q       MOVE "ABWEICHUNG"          TO HSK-D-AKTION                 D03
12310R       COMPUTE HSK-D-ANZAHL       = KAISIP-ANZ-ABWEICHUNG         D03
12310S                                  + KAISIP-ANZ-INHALT-FEHLT       D03
12310T       MOVE "SIEGEL ABWEICHEND/OHNE INHALT (SIPAUS)"              D03
12310U                                  TO HSK-D-TEXT                   D03
12310V     ELSE                                                         D03
12310W       MOVE "GEPRUEFT"            TO HSK-D-AKTION                 D03
12310X       MOVE KAISIP-ANZ-SIEGEL     TO HSK-D-ANZAHL                 D03
12310Y       MOVE "SIEGEL UNVERAENDERT" TO HSK-D-TEXT                   D03
12310Z     END-IF                                                       D03
123110     MOVE HSK-DETAIL              TO HSK-DRUCKZEILE               D03
123111     WRITE HSK-DRUCKZEILE                                         D03
123112     .                                                            D03
123113 2050-RPL-SIEGEL-PRUEFEN-1002.                                    D03
123114 2050-RPL-SIEGEL-PRUEFEN-EXIT.                                    D03
123115     EXIT.                                                        D03
123116/---------------------------------------------------------------* D03
123117* Siegel einer getrimmten Lieferung entfernen (einmal je        * D03
123118* Lieferung, die Saetze einer Lieferung stehen zusammen)        * D03
123119*---------------------------------------------------------------* D03
12311A 2060-RPL-SIEGEL-LOESCHEN SECTION.                                D03
12311B 2060-RPL-SIEGEL-LOESCHEN-1001.                                   D03
12311C     MOVE RPL-EINGABEBEREICH      TO KAIEIN1-EINGABEBEREICH       D03
12311D     INITIALIZE KAISIG-EINGABEBEREICH                             D03
12311E     MOVE C-01-INT-SIEGEL-LOESCHEN                                D03
12311F                                  TO KAISIG-FUNKTION              D03
12311G     MOVE C-AKAHSK                TO KAISIG-PROGRAMM              D03
12311H     MOVE C-QUELLE-RPLSTORE       TO KAISIG-QUELLE                D03
12311I     MOVE RPL-LAUFDATUM           TO KAISIG-LAUFDATUM             D03
12311J     MOVE KAIEIN1-KONTO-ID        TO KAISIG-KONTO-ID              D03
12311K     MOVE KAIEIN1-AUSZUGSDATUM    TO KAISIG-AUSZUGSDATUM          D03
12311L     MOVE KAIEIN1-AUSZUGSNUMMER   TO KAISIG-AUSZUGSNUMMER         D03
12311M     MOVE KAIEIN1-AUSZUG-FNR      TO KAISIG-AUSZUG-FNR            D03
12311N     IF KAISIG-SCHLUESSEL         = H-SIEGEL-LETZT                D03
12311O     THEN                                                         D03
12311P       GO TO 2060-RPL-SIEGEL-LOESCHEN-EXIT                        D03
12311Q     END-IF                                                       D03
12311R     MOVE KAISIG-SCHLUESSEL       TO H-SIEGEL-LETZT               D03
12311S     CALL "AKASIG"                                                D03
12311T     USING KAISIG-EINGABEBEREICH                                  D03
12311U           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12311V     END-CALL                                                     D03
12311W     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
12311X     .                                                            D03
12311Y 2060-RPL-SIEGEL-LOESCHEN-1002.                                   D03
12311Z 2060-RPL-SIEGEL-LOESCHEN-EXIT.                                   D03
123120     EXIT.                                                        D03
123200/---------------------------------------------------------------*
123300* Bestand 2: Haltebestand KA02AKQU trimmen; Saetze noch         *
123400* gesperrter Abstimmkreise bleiben stehen                       *
