      *     als Rueckfallebene.                                  *    D05
      *     Datum: 14.03.2026                            NKZ: KLM  * D05
      *                                                           *     D05
      * D06 R58775                                                *     D06
      *     AK-Zuordnung KA01AKKTO zuerst fuer die Waehrungs-     *     D06
      *     tasche, sonst fuer das Konto (Waehrung SPACE).        *     D06
      *     Datum: 15.10.2026                          NKZ: KLM   *     D06
      *                                                           *     D06
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
143700                                  TO KAI1AKK-HERKUNFT
143800     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
143900                                  TO KAI1AKK-KONTO-ID
143920     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)                          D06
143940                                  TO KAI1AKK-WAEHRUNG             D06
144000     CALL "CGSTAB"
144100     USING C-TAB-LESEN-EQUAL
144200           C-KONFIG-ID-KA
144600           KAO0AKK-AUSGABEBEREICH
144700           GSTTAB-EIN-AUSGABEBEREICH
144800     END-CALL
144805*    ohne Zuordnung der Waehrungstasche die des Kontos            D06
144810     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND                 D06
144815        AND KAI1AKK-WAEHRUNG      NOT = SPACE                     D06
144820     THEN                                                         D06
144825       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D06
144830       MOVE SPACE                 TO KAI1AKK-WAEHRUNG             D06
144835       CALL "CGSTAB"                                              D06
144840       USING C-TAB-LESEN-EQUAL                                    D06
144845             C-KONFIG-ID-KA                                       D06
144850             C-OBJEKT-TAB-KA01AKKTO                               D06
144855             GSOVER-VERSTAENDIGUNGSBEREICH                        D06
144860             KAI1AKK-EINGABEBEREICH                               D06
144865             KAO0AKK-AUSGABEBEREICH                               D06
144870             GSTTAB-EIN-AUSGABEBEREICH                            D06
144875       END-CALL                                                   D06
144880     END-IF                                                       D06
144900     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
145000     THEN
145100       MOVE KAO0AKK-AK-NUMMER     TO H-AK-NUMMER-NEU
