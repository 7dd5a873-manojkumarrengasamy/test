090053*     eines Abstimmkreises mit Probelauf.                    *     D01
090054*     Datum: 08.09.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58775                                                *     D02
090057*     Zuordnung KA01AKKTO je Waehrungstasche: Waehrung      *     D02
090058*     der Zeile in den Schluessel uebernommen.              *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
122900                                  TO KAI1AKK-ABSTIMM-ART
123000           MOVE KAO0AKK-HERKUNFT  TO KAI1AKK-HERKUNFT
123100           MOVE KAO0AKK-KONTO-ID  TO KAI1AKK-KONTO-ID
123150           MOVE KAO0AKK-WAEHRUNG  TO KAI1AKK-WAEHRUNG             D02
123200           MOVE AKM-P-ZIEL        TO KAO0AKK-AK-NUMMER
123300           CALL "CGSTAB"
123400           USING C-TAB-SCHREIBEN-EQUAL
