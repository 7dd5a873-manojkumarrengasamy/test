090078*     Posten gegen die Kontentabelle bleibt unveraendert.   *     D04
090079*     Datum: 12.06.2026                          NKZ: KLM   *     D04
090080*                                                           *     D04
090081* D05 R58775                                                *     D05
090082*     Saldo je Waehrung der KA01AKKTO-Zuordnung lesen       *     D05
090083*     (Waehrungstaschen des Kontos).                        *     D05
090084*     Datum: 15.10.2026                          NKZ: KLM   *     D05
090085*                                                           *     D05
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
130500       MOVE KAO0AKK-KONTO-ID      TO KT-KONTO-ID (H-ANZ-KONTEN)
130600       MOVE KAO0AKK-HERKUNFT      TO KAI5KT1-HERKUNFT
130700       MOVE KAO0AKK-KONTO-ID      TO KAI5KT1-KONTO-ID
130750       MOVE KAO0AKK-WAEHRUNG      TO KAI5KT1-WAEHRUNG             D05
130800       MOVE C-01-INT-LES-KTO      TO KAI5KT1-FUNKTION
130900       CALL "CGSAUF" USING
131000            C-AUF-AUFRUF-AL
