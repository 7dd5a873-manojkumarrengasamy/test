      *     Posten des anderen nicht einmal lesen kann.           *     D06
      *     Datum: 07.09.2026                            NKZ: KLM *     D06
      *                                                           *     D06
      * D08 R58774                                                *     D08
      *     Nachselektion nach EndToEndId und UETR.               *     D08
      *     Datum: 15.10.2026                          NKZ: KLM   *     D08
      *                                                           *     D08
      * D09 R58776                                                *     D09
      *     Nachselektion nach virtueller IBAN.                   *     D09
      *     Datum: 15.10.2026                          NKZ: KLM   *     D09
      *                                                           *     D09
      * D10 R58782                                                *     D10
      *     Nachselektion nach Beguenstigtenvorschlag (mit/ohne   *     D10
      *     Vorschlag, vorgeschlagenes Konto).                    *     D10
      *     Datum: 15.10.2026                          NKZ: KLM   *     D10
      *                                                           *     D10
      * This Version has been modified to meet KOJAK requirements       CCC
      * at March 1st 2017                                               CCC
100000* ENDE ELEMENTKOPF ****************************************%*
158380*---------------------------------------------------------------* D05
158390 NACHSELEKTION-POSTEN SECTION.                                    D05
158400 NACHSELEKTION-POSTEN-1001.                                       D05
158401*    Beguenstigtenvorschlag: mit/ohne Vorschlag, bestes Konto     D10
158402     IF KAI5OF3-S-BV-KZ           = "J"                           D10
158403        AND KAO5OF2-APO-BV-ANZAHL (H-NS-QUELLE) = ZERO            D10
158404     THEN                                                         D10
158405       GO TO NACHSELEKTION-POSTEN-EXIT                            D10
158406     END-IF                                                       D10
158407     IF KAI5OF3-S-BV-KZ           = "N"                           D10
158408        AND KAO5OF2-APO-BV-ANZAHL (H-NS-QUELLE) > ZERO            D10
158409     THEN                                                         D10
15840A       GO TO NACHSELEKTION-POSTEN-EXIT                            D10
15840B     END-IF                                                       D10
15840C     IF KAI5OF3-S-BV-KONTO        NOT = HIGH-VALUE                D10
15840D        AND KAI5OF3-S-BV-KONTO    NOT = SPACE                     D10
15840E        AND KAO5OF2-APO-BV-KONTO (H-NS-QUELLE)                    D10
15840F                                  NOT = KAI5OF3-S-BV-KONTO        D10
15840G     THEN                                                         D10
15840H       GO TO NACHSELEKTION-POSTEN-EXIT                            D10
15840I     END-IF                                                       D10
158410     IF KAI5OF3-S-SACHBEARBEITER  NOT = HIGH-VALUE                D05
158420        AND KAI5OF3-S-SACHBEARBEITER                              D05
158430                                  NOT = SPACE                     D05
158470     THEN                                                         D05
158480       GO TO NACHSELEKTION-POSTEN-EXIT                            D05
158490     END-IF                                                       D05
158491*    ISO-20022-Referenzen: volle Laenge, exakter Vergleich        D08
158492     IF KAI5OF3-S-END-TO-END-ID   NOT = HIGH-VALUE                D08
158493        AND KAI5OF3-S-END-TO-END-ID                               D08
158494                                  NOT = SPACE                     D08
158495        AND KAO5OF2-APO-END-TO-END-ID (H-NS-QUELLE)               D08
158496                                  NOT =                           D08
158497            KAI5OF3-S-END-TO-END-ID                               D08
158498     THEN                                                         D08
158499       GO TO NACHSELEKTION-POSTEN-EXIT                            D08
15849A     END-IF                                                       D08
15849B     IF KAI5OF3-S-UETR            NOT = HIGH-VALUE                D08
15849C        AND KAI5OF3-S-UETR        NOT = SPACE                     D08
15849D        AND KAO5OF2-APO-UETR (H-NS-QUELLE)                        D08
15849E                                  NOT = KAI5OF3-S-UETR            D08
15849F     THEN                                                         D08
15849G       GO TO NACHSELEKTION-POSTEN-EXIT                            D08
15849H     END-IF                                                       D08
15849I*    Virtuelle IBAN der Sammelkonten: exakter Vergleich           D09
15849J     IF KAI5OF3-S-VIRTUELLE-IBAN  NOT = HIGH-VALUE                D09
15849K        AND KAI5OF3-S-VIRTUELLE-IBAN                              D09
15849L                                  NOT = SPACE                     D09
15849M        AND KAO5OF2-APO-VIRTUELLE-IBAN (H-NS-QUELLE)              D09
15849N                                  NOT =                           D09
15849O            KAI5OF3-S-VIRTUELLE-IBAN                              D09
15849P     THEN                                                         D09
15849Q       GO TO NACHSELEKTION-POSTEN-EXIT                            D09
15849R     END-IF                                                       D09
158500     IF KAI5OF3-S-MIN-PRIORITAET  NUMERIC                         D05
158510        AND KAO5OF2-APO-PRIORITAET (H-NS-QUELLE)                  D05
158520            < KAI5OF3-S-MIN-PRIORITAET                            D05
