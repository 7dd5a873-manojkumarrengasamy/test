090059*     seitenweise (20 Zeilen) mitgeliefert.                  *     D02
090060*     Datum: 11.09.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
090062* D03 R58775                                                *     D03
090063*     Auszugs-Historie KA02AKAH je Waehrungstasche:         *     D03
090064*     Waehrung (KAC5AZ-E-WAEHRUNG) im Schluessel.           *     D03
090065*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090066*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
107700     MOVE KAC5AZ-E-AUSZUGSDATUM   TO KAI0AZH-AUSZUGSDATUM
107800     MOVE KAC5AZ-E-AUSZUGSNUMMER  TO KAI0AZH-AUSZUGSNUMMER
107900     MOVE KAC5AZ-E-AUSZUG-FNR     TO KAI0AZH-AUSZUG-FNR
107910     IF KAC5AZ-E-WAEHRUNG         = HIGH-VALUE                    D03
107920     THEN                                                         D03
107930       MOVE SPACE                 TO KAC5AZ-E-WAEHRUNG            D03
107940     END-IF                                                       D03
107950     MOVE KAC5AZ-E-WAEHRUNG       TO KAI0AZH-WAEHRUNG             D03
108000     CALL "CGSTAB"
108100     USING C-TAB-LESEN-EQUAL
108200           C-KONFIG-ID-KA
