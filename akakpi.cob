003500* Postenanzahl, Durchschnittsalter in Tagen und Anzahl         *
003600* Freigaben in die Ausgabedatei KPIAUS geschrieben - die       *
003700* Grundlage der Fachbereichs-Uebersicht fuer das Management.   *
003701* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D10
003702* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D10
003800*@E-ELEMENTBESCHREIBUNG                                     *
003900*                                                           *
004000*@A-COBOL-COPY                                              *
      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
09009F* D10 R58810                                                *     D10
09009G*     Offene Posten und Posten in Klaerung werden ueber     *     D10
09009H*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D10
09009I*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D10
09009J*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D10
09009K*     Datum: 15.10.2026                          NKZ: KLM   *     D10
09009L*                                                           *     D10
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
120100     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
120200     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
120300     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
120400     CALL "AKAOPXL" USING                                         D10
120500          C-01-STD-APO-LIST-SUCHE
120600          C-KONFIG-ID-KA
120700          C-AKAKPI
120800          GSOVER-VERSTAENDIGUNGSBEREICH
120900          KAI5OF3-EINGABEBEREICH                                  D10
121000          KAO5OF2-AUSGABEBEREICH
121100          DUMMY
121200          KAXIND-INDICES
122372     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH       D03
122373     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR      D03
122374     MOVE C-STATUS-KLAERUNG       TO KAI5OF3-STATUS               D03
122375     CALL "AKAOPXL" USING                                         D10
122376          C-01-STD-APO-LIST-SUCHE                                 D03
122377          C-KONFIG-ID-KA                                          D03
122378          C-AKAKPI                                                D03
