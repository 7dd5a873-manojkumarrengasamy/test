002600* fehlende Kurse als Fehlerzeile gemeldet. Ausgegeben       *
002700* werden der Druckbericht FXEAUS fuer die Disposition und   *
002800* der maschinell weiterverarbeitbare Auszug FXEEXT.         *
002801* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D03
002802* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D03
002900*@E-ELEMENTBESCHREIBUNG                                     *
003000*                                                           *
004000*@A-COBOL-COPY                                              *
090063*     gehoeren in die Sicht.                                 *     D02
090064*     Datum: 14.09.2026                          NKZ: KLM   *     D02
090065*                                                           *     D02
090066* D03 R58810                                                *     D03
090067*     Offene Posten und Posten in Klaerung werden ueber     *     D03
090068*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D03
090069*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D03
09006A*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D03
09006B*     Datum: 15.10.2026                          NKZ: KLM   *     D03
09006C*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
125600     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
125700     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
125800     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
125900     CALL "AKAOPXL" USING                                         D03
126000          C-01-STD-APO-LIST-SUCHE
126100          C-KONFIG-ID-KA
126200          C-AKAFXE
126300          GSOVER-VERSTAENDIGUNGSBEREICH
126400          KAI5OF3-EINGABEBEREICH                                  D03
126500          KAO5OF2-AUSGABEBEREICH
126600          DUMMY
126700          KAXIND-INDICES
