004300* eine konkrete Empfaengeradresse dem nachgelagerten          *
004400* Mail-Verteiler ueberlassen; KAINOTI1-EMPFAENGER traegt      *
004500* dazu den Fachbereichs-Code.                                 *
004501* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D08
004502* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D08
004600*@E-ELEMENTBESCHREIBUNG                                     *
004700*                                                           *
004800*@A-COBOL-COPY                                              *
      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
090097* D08 R58810                                                *     D08
090098*     Offene Posten und Posten in Klaerung werden ueber     *     D08
090099*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D08
09009A*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D08
09009B*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D08
09009C*     Datum: 15.10.2026                          NKZ: KLM   *     D08
09009D*                                                           *     D08
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
120100     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
120200     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
120300     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
120400     CALL "AKAOPXL" USING                                         D08
120500          C-01-STD-APO-LIST-SUCHE
120600          C-KONFIG-ID-KA
120700          C-AKAEOD
120800          GSOVER-VERSTAENDIGUNGSBEREICH
120900          KAI5OF3-EINGABEBEREICH                                  D08
121000          KAO5OF2-AUSGABEBEREICH
121100          DUMMY
121200          KAXIND-INDICES
