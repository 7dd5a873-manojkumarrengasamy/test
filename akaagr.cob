002600* in eine der Altersklassen 000-030 / 031-060 / 061-090 /   *
002700* 091-999 Tage eingeordnet. Ausgabe ist eine Berichtsdatei  *
002800* AGINGRPT mit einer Zeile je Abstimmkreis/Altersklasse.    *
002801* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D09
002802* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D09
002900*@E-ELEMENTBESCHREIBUNG                                     *
003000*                                                           *
003100*@A-COBOL-COPY                                              *
      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
09009E* D09 R58810                                                *     D09
09009F*     Offene Posten und Posten in Klaerung werden ueber     *     D09
09009G*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D09
09009H*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D09
09009I*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D09
09009J*     Datum: 15.10.2026                          NKZ: KLM   *     D09
09009K*                                                           *     D09
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
120200     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
120300     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
120400     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
120500     CALL "AKAOPXL" USING                                         D09
120600          C-01-STD-APO-LIST-SUCHE
120700          C-KONFIG-ID-KA
120800          C-AKAAGR
120900          GSOVER-VERSTAENDIGUNGSBEREICH
121000          KAI5OF3-EINGABEBEREICH                                  D09
121100          KAO5OF2-AUSGABEBEREICH
121200          DUMMY
121300          KAXIND-INDICES
125580     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH       D04
125590     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR      D04
1255A0     MOVE C-STATUS-KLAERUNG       TO KAI5OF3-STATUS               D04
1255B0     CALL "AKAOPXL" USING                                         D09
1255C0          C-01-STD-APO-LIST-SUCHE                                 D04
1255D0          C-KONFIG-ID-KA                                          D04
1255E0          C-AKAAGR                                                D04
