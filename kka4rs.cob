090073*     Pflege durchgereicht.                                  *     D04
090074*     Datum: 12.09.2026                          NKZ: KLM   *     D04
090075*                                                           *     D04
090080* D05 R58794                                                *     D05
090081*     FX-Toleranz je Abstimmkreis (Fremdwaehrungs-          *     D05
090082*     abstimmung AKAADI/AKAAMA) in die Pflege               *     D05
090083*     durchgereicht.                                        *     D05
090084*     Datum: 15.10.2026                          NKZ: KLM   *     D05
090085*                                                           *     D05
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
144910     MOVE KAI4RS1-INTRADAY-KZ     TO KAO0AKR-INTRADAY-KZ          D02
144920     MOVE KAI4RS1-INSTITUT        TO KAO0AKR-INSTITUT             D03
144930     MOVE KAI4RS1-EINDAEMMUNG-KZ  TO KAO0AKR-EINDAEMMUNG-KZ       D04
144940     MOVE KAI4RS1-FX-TOLERANZ     TO KAO0AKR-FX-TOLERANZ          D05
145000     .
145100 EINGABEBEREICH-FUELLEN-1-1002.
145200     EXIT.
147410     MOVE KAO0AKR-INTRADAY-KZ     TO KAO4RS1-INTRADAY-KZ          D02
147420     MOVE KAO0AKR-INSTITUT        TO KAO4RS1-INSTITUT             D03
147430     MOVE KAO0AKR-EINDAEMMUNG-KZ  TO KAO4RS1-EINDAEMMUNG-KZ       D04
147440     MOVE KAO0AKR-FX-TOLERANZ     TO KAO4RS1-FX-TOLERANZ          D05
147500     .
147600 AUSGABEBEREICH-FUELLEN-1-1002.
147700     EXIT.
