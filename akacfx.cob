090062*     (Satzart CFRG, Zeilenscan KA03AKMR).                   *     D02
090063*     Datum: 14.09.2026                          NKZ: KLM   *     D02
090064*                                                           *     D02
090065* D03 R58774                                                *     D03
090066*     Matching-Regel: Pflichtfeld EndToEndId im Export.     *     D03
090067*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090068*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
107250     05 CFG-RG-ISIN-PFL           PIC X(001).                     D02
107260     05 CFG-RG-PRIMANOTA-PFL      PIC X(001).                     D02
107270     05 CFG-RG-REGEL-NR           PIC 9(005).                     D02
107275     05 CFG-RG-E2E-PFL            PIC X(001).                     D03
107280     05 FILLER                    PIC X(185) VALUE SPACE.         D03
107300 01  CFG-ABSCHLUSS.
107400     05 FILLER                    PIC X(004) VALUE "CF99".
107500     05 CFG-A-ANZ-PA              PIC 9(005).
12491P         MOVE KA0AKMR-REGEL-PRIMANOTA-PFL                         D02
12491Q                                  TO CFG-RG-PRIMANOTA-PFL         D02
12491R         MOVE KA0AKMR-REGEL-NR    TO CFG-RG-REGEL-NR              D02
1249A1         MOVE KA0AKMR-REGEL-E2E-PFL TO CFG-RG-E2E-PFL             D03
12491S         WRITE CFG-SATZ           FROM CFG-RG-SATZ                D02
12491T         ADD C-1                  TO H-ANZ-RG                     D02
12491U         ADD C-1                  TO H-LFD-ZEILE                  D02
