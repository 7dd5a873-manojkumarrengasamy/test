002500* fortgeschrieben. Abstimmkreise ohne Regelsatz bleiben     *
002600* unbewertet (Prioritaet 0, Trefferlisten wie bisher in     *
002700* Schluesselfolge).                                         *
002701* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D04
002702* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D04
002800*@E-ELEMENTBESCHREIBUNG                                     *
002900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090053*     offener Abstimmposten.                                *     D01
090054*     Datum: 18.01.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D03 R58775                                                *     D03
090057*     AK-Zuordnung KA01AKKTO zuerst fuer die Waehrungs-     *     D03
090058*     tasche, sonst fuer das Konto (Waehrung SPACE).        *     D03
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090060*                                                           *     D03
090061* D04 R58810                                                *     D04
090062*     Offene Posten und Posten in Klaerung werden ueber     *     D04
090063*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D04
090064*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D04
090065*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D04
090066*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090067*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
117200     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
117300     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
117400     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
117500     CALL "AKAOPXL" USING                                         D04
117600          C-01-STD-APO-LIST-SUCHE
117700          C-KONFIG-ID-KA
117800          C-AKAPRI
125416                                  TO KAI1AKK-HERKUNFT             D02
125417       MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                D02
125418                                  TO KAI1AKK-KONTO-ID             D02
1254A1       MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)                        D03
1254A2                                  TO KAI1AKK-WAEHRUNG             D03
125419       CALL "CGSTAB" USING                                        D02
12541A            C-TAB-LESEN-EQUAL                                     D02
12541B            C-KONFIG-ID-KA                                        D02
12541F            KAO0AKK-AUSGABEBEREICH                                D02
12541G            GSTTAB-EIN-AUSGABEBEREICH                             D02
12541H       END-CALL                                                   D02
1254A3*      ohne Zuordnung der Waehrungstasche die des Kontos          D03
1254A4       IF GSOVER-GEWICHT          = C-GEW-ZUSTAND                 D03
1254A5          AND KAI1AKK-WAEHRUNG    NOT = SPACE                     D03
1254A6       THEN                                                       D03
1254A7         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT               D03
1254A8         MOVE SPACE               TO KAI1AKK-WAEHRUNG             D03
1254A9         CALL "CGSTAB" USING                                      D03
1254AA              C-TAB-LESEN-EQUAL                                   D03
1254AB              C-KONFIG-ID-KA                                      D03
1254AC              C-OBJEKT-TAB-KA01AKKTO                              D03
1254AD              GSOVER-VERSTAENDIGUNGSBEREICH                       D03
1254AE              KAI1AKK-EINGABEBEREICH                              D03
1254AF              KAO0AKK-AUSGABEBEREICH                              D03
1254AG              GSTTAB-EIN-AUSGABEBEREICH                           D03
1254AH         END-CALL                                                 D03
1254AI       END-IF                                                     D03
12541I       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT           D02
12541J          AND KAO0AKK-ROLLE-KONTO = KAO0AKP-ROLLE-KONTO           D02
12541K       THEN                                                       D02
