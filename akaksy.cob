090056*     offene Posten deaktivieren, Protokoll KSYAUS.         *     D01
090057*     Datum: 15.06.2026                          NKZ: KLM   *     D01
090058*                                                           *     D01
090059* D02 R58775                                                *     D02
090060*     KA01AKKTO-Zuordnung des Kontos fuer alle              *     D02
090061*     Waehrungstaschen (Waehrung SPACE).                    *     D02
090062*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090063*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
125200     MOVE KAO0KKM-ABSTIMM-ART     TO KAI1AKK-ABSTIMM-ART
125300     MOVE KSY-E-HERKUNFT          TO KAI1AKK-HERKUNFT
125400     MOVE KSY-E-KONTO-ID          TO KAI1AKK-KONTO-ID
125450     MOVE SPACE                   TO KAI1AKK-WAEHRUNG             D02
125500     MOVE SPACE                   TO KAO0AKK-AUSGABEBEREICH
125600     MOVE KSY-E-HERKUNFT          TO KAO0AKK-HERKUNFT
125700     MOVE KSY-E-KONTO-ID          TO KAO0AKK-KONTO-ID
137500                                  TO KAI1AKK-ABSTIMM-ART
137600     MOVE KSY-E-HERKUNFT          TO KAI1AKK-HERKUNFT
137700     MOVE KSY-E-KONTO-ID          TO KAI1AKK-KONTO-ID
137750     MOVE SPACE                   TO KAI1AKK-WAEHRUNG             D02
137800     CALL "CGSTAB" USING
137900          C-TAB-LESEN-EQUAL
138000          C-KONFIG-ID-KA
