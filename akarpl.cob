090054*     Laufdatumsbereich.                                    *     D01
090055*     Datum: 16.11.2025                          NKZ: KLM   *     D01
090056*                                                           *     D01
090057* D02 R58812                                                *     D02
090058*     Vor dem Wiedereinspielen werden die Lieferungen       *     D02
090059*     des Zeitraums ueber AKASIP gegen ihre Siegel          *     D02
090060*     (KA02AKSE) geprueft; bei Abweichung oder fehlendem    *     D02
090061*     Inhalt wird nicht eingespielt (Meldung in RPLPROT,    *     D02
090062*     Einzelheiten in SIPAUS).                              *     D02
090063*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090064*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
108700 01  H-PARM-STATUS                PIC X(001).
108800     88 PARM-VORHANDEN            VALUE "J".
108900     88 PARM-N-VORHANDEN          VALUE "N".
108901  COPY CKAISIP.                                                   D02
108902 01  C-SIEGEL-KONSTANTEN.                                         D02
108903     05 C-PROGRAMM-SIEGEL         PIC X(008) VALUE "AKARPL".      D02
108904     05 C-ANLASS-EINSPIELEN       PIC X(001) VALUE "W".           D02
108905     05 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".           D02
109000/****************************************************************
109100 PROCEDURE DIVISION.
109200*****************************************************************
109400 0000-MAINLINE-1001.
109500     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
109600     IF PARM-VORHANDEN
109601        AND KAISIP-UNVERAENDERT                                   D02
109700     THEN
109800       PERFORM 2000-VERARBEITUNG  THRU 2000-VERARBEITUNG-EXIT
109900       PERFORM 3000-UEBERNAHME-ENDE
112800     END-IF
112900     OPEN INPUT  RPLSTORE
113000     OPEN OUTPUT RPLPROT
113001     IF PARM-VORHANDEN                                            D02
113002     THEN                                                         D02
113003       PERFORM 1100-SIEGEL-PRUEFEN                                D02
113004                                THRU 1100-SIEGEL-PRUEFEN-EXIT     D02
113005     END-IF                                                       D02
113100     .
113200 1000-INITIALISIERUNG-1002.
113300 1000-INITIALISIERUNG-EXIT.
113400     EXIT.
113401/---------------------------------------------------------------* D02
113402* Vor dem Wiedereinspielen die aufbewahrten Lieferungen des     * D02
113403* Zeitraums gegen ihre Siegel pruefen (AKASIP, Protokoll        * D02
113404* SIPAUS); bei Abweichung oder fehlendem Inhalt wird nicht      * D02
113405* eingespielt                                                   * D02
113406*---------------------------------------------------------------* D02
113407 1100-SIEGEL-PRUEFEN SECTION.                                     D02
113408 1100-SIEGEL-PRUEFEN-1001.                                        D02
113409     INITIALIZE KAISIP-EIN-AUSGABEBEREICH                         D02
11340A     MOVE C-PROGRAMM-SIEGEL       TO KAISIP-PROGRAMM              D02
11340B     MOVE C-ANLASS-EINSPIELEN     TO KAISIP-ANLASS                D02
11340C     MOVE C-QUELLE-RPLSTORE       TO KAISIP-QUELLE                D02
11340D     MOVE H-DATUM-VON             TO KAISIP-DATUM-VON             D02
11340E     MOVE H-DATUM-BIS             TO KAISIP-DATUM-BIS             D02
11340F     CALL "AKASIP"                                                D02
11340G     USING KAISIP-EIN-AUSGABEBEREICH                              D02
11340H           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
11340I     END-CALL                                                     D02
11340J     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
11340K     IF KAISIP-VERAENDERT                                         D02
11340L     THEN                                                         D02
11340M       MOVE SPACE                 TO RPL-DRUCKZEILE               D02
11340N       STRING "WIEDEREINSPIELEN ABGEBROCHEN - SIEGELPRUEFUNG: "   D02
11340O              KAISIP-ANZ-ABWEICHUNG " ABWEICHEND, "               D02
11340P              KAISIP-ANZ-INHALT-FEHLT " OHNE INHALT (SIPAUS)"     D02
11340Q              DELIMITED BY SIZE INTO RPL-DRUCKZEILE               D02
11340R       WRITE RPL-DRUCKZEILE                                       D02
11340S     END-IF                                                       D02
11340T     .                                                            D02
11340U 1100-SIEGEL-PRUEFEN-1002.                                        D02
11340V 1100-SIEGEL-PRUEFEN-EXIT.                                        D02
11340W     EXIT.                                                        D02
113500/---------------------------------------------------------------*
113600* Verarbeitung: Aufbewahrungsdatei lesen und Saetze des         *
113700* gewaehlten Datumsbereichs erneut durch AKAEIN fuehren         *
