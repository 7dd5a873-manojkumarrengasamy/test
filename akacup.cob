090063*     Erledigt-Kennzeichen.                                 *     D02
090064*     Datum: 20.06.2026                          NKZ: KLM   *     D02
090065*                                                           *     D02
090066* D03 R58812                                                *     D03
090067*     Vor dem Nachholbetrieb werden die Lieferungen         *     D03
090068*     des Bereichs ueber AKASIP gegen ihre Siegel           *     D03
090069*     (KA02AKSE) geprueft; bei Abweichung oder fehlendem    *     D03
090070*     Inhalt wird weder eingespielt noch eine Folgekette    *     D03
090071*     geplant (Einzelheiten in SIPAUS).                     *     D03
090072*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090073*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
108700 01  H-PARM-STATUS                PIC X(001).
108800     88 PARM-VORHANDEN            VALUE "J".
108900     88 PARM-N-VORHANDEN          VALUE "N".
108901  COPY CKAISIP.                                                   D03
108902 01  C-SIEGEL-KONSTANTEN.                                         D03
108903     05 C-PROGRAMM-SIEGEL         PIC X(008) VALUE "AKACUP".      D03
108904     05 C-ANLASS-EINSPIELEN       PIC X(001) VALUE "W".           D03
108905     05 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".           D03
109000/****************************************************************
109100 PROCEDURE DIVISION.
109200*****************************************************************
109400 0000-MAINLINE-1001.
109500     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
109600     IF PARM-VORHANDEN
109601        AND KAISIP-UNVERAENDERT                                   D03
109700     THEN
109800       PERFORM 2000-TAG-VERARBEITEN
109900                                THRU 2000-TAG-VERARBEITEN-EXIT
112900       SET PARM-N-VORHANDEN       TO TRUE
113000     END-IF
113100     OPEN OUTPUT CUPPLAN
113101     IF PARM-VORHANDEN                                            D03
113102     THEN                                                         D03
113103       PERFORM 1100-SIEGEL-PRUEFEN                                D03
113104                                THRU 1100-SIEGEL-PRUEFEN-EXIT     D03
113105     END-IF                                                       D03
113200     .
113300 1000-INITIALISIERUNG-1002.
113400 1000-INITIALISIERUNG-EXIT.
113500     EXIT.
113501/---------------------------------------------------------------* D03
113502* Vor dem Wiedereinspielen die aufbewahrten Lieferungen des     * D03
113503* Zeitraums gegen ihre Siegel pruefen (AKASIP, Protokoll        * D03
113504* SIPAUS); bei Abweichung oder fehlendem Inhalt wird nicht      * D03
113505* eingespielt                                                   * D03
113506*---------------------------------------------------------------* D03
113507 1100-SIEGEL-PRUEFEN SECTION.                                     D03
113508 1100-SIEGEL-PRUEFEN-1001.                                        D03
113509     INITIALIZE KAISIP-EIN-AUSGABEBEREICH                         D03
11350A     MOVE C-PROGRAMM-SIEGEL       TO KAISIP-PROGRAMM              D03
11350B     MOVE C-ANLASS-EINSPIELEN     TO KAISIP-ANLASS                D03
11350C     MOVE C-QUELLE-RPLSTORE       TO KAISIP-QUELLE                D03
11350D     MOVE H-DATUM-VON             TO KAISIP-DATUM-VON             D03
11350E     MOVE H-DATUM-BIS             TO KAISIP-DATUM-BIS             D03
11350F     CALL "AKASIP"                                                D03
11350G     USING KAISIP-EIN-AUSGABEBEREICH                              D03
11350H           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
11350I     END-CALL                                                     D03
11350J     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
11350K     .                                                            D03
11350L 1100-SIEGEL-PRUEFEN-1002.                                        D03
11350M 1100-SIEGEL-PRUEFEN-EXIT.                                        D03
11350N     EXIT.                                                        D03
113600/---------------------------------------------------------------*
113700* Einen Nachholtag verarbeiten: Lieferung des Tages erneut      *
113800* einspielen, Folgekette einplanen, dann zum naechsten          *
