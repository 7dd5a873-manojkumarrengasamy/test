      *     fuer den KA02AKWV-Zugriff fehlen dort).               *     D10
      *     Datum: 15.09.2026                          NKZ: KLM   *     D10
      *                                                           *     D10
      * D11 R58774                                                *     D11
      *     Suchkriterien EndToEndId/UETR, Ausgabe der            *     D11
      *     ISO-20022-Referenzen je Position.                     *     D11
      *     Datum: 15.10.2026                          NKZ: KLM   *     D11
      *                                                           *     D11
      * D12 R58776                                                *     D12
      *     Suchkriterium virtuelle IBAN, Ausgabe der virtuellen  *     D12
      *     IBAN je Position.                                     *     D12
      *     Datum: 15.10.2026                          NKZ: KLM   *     D12
      *                                                           *     D12
      * D13 R58782                                                *     D13
      *     Suchkriterium Beguenstigtenvorschlag (mit/ohne,       *     D13
      *     vorgeschlagenes Konto), Ausgabe von Anzahl, bestem    *     D13
      *     Konto und Bewertung je Position.                      *     D13
      *     Datum: 15.10.2026                          NKZ: KLM   *     D13
      *                                                           *     D13
100000* ENDE ELEMENTKOPF ******************************************
100100/                                                                 
100200 IDENTIFICATION DIVISION.                                         
1436H0             TO KAI5OF3-S-WV-STICHTAG                             D10
1436I0         END-IF                                                   D10
1436J0       END-IF                                                     D10
1436ME*      ISO-20022-Referenzen (HIGH-VALUE/SPACE = keine Auswahl)    D11
1436PS       MOVE KAC5AL-E-END-TO-END-ID                                D11
1436T6         TO KAI5OF3-S-END-TO-END-ID                               D11
1436WK       MOVE KAC5AL-E-UETR           TO KAI5OF3-S-UETR             D11
1436XF*      Virtuelle IBAN (HIGH-VALUE/SPACE = keine Auswahl)          D12
1436YA       MOVE KAC5AL-E-VIRTUELLE-IBAN                               D12
1436Z5         TO KAI5OF3-S-VIRTUELLE-IBAN                              D12
1436ZC*      Beguenstigtenvorschlag (HIGH-VALUE/SPACE = keine Auswahl)  D13
1436ZJ       MOVE KAC5AL-E-BV-KZ          TO KAI5OF3-S-BV-KZ            D13
1436ZQ       MOVE KAC5AL-E-BV-KONTO       TO KAI5OF3-S-BV-KONTO         D13
143600     ELSE
143700*    Bereitstellen APOs zu einer Schließung
143800       MOVE C-01-STD-APO-LIST-Z-SCH
15166E     THEN                                                         D08
15166F       GO TO AUFTRAG-AKAHVZ-UEBERTRAGEN-EXIT                      D08
15166G     END-IF                                                       D08
1516A1*    Hochvolumen-Positionen fuehren keine ISO-20022-Referenzen    D11
1516A2*    und koennen eine Referenz-Auswahl daher nicht erfuellen      D11
1516A3*    (ebenso keine virtuelle IBAN)                                D12
1516A4*    und erhalten im Nachtlauf keine Beguenstigtenvorschlaege     D13
1516A5     IF (KAI5OF3-S-END-TO-END-ID  NOT = HIGH-VALUE                D11
1516A6         AND KAI5OF3-S-END-TO-END-ID NOT = SPACE)                 D11
1516A7        OR (KAI5OF3-S-UETR        NOT = HIGH-VALUE                D11
1516A8         AND KAI5OF3-S-UETR       NOT = SPACE)                    D11
1516A9        OR (KAI5OF3-S-VIRTUELLE-IBAN NOT = HIGH-VALUE             D12
1516AA         AND KAI5OF3-S-VIRTUELLE-IBAN NOT = SPACE)                D12
1516AB        OR KAI5OF3-S-BV-KZ        = "J"                           D13
1516AC        OR (KAI5OF3-S-BV-KONTO    NOT = HIGH-VALUE                D13
1516AD         AND KAI5OF3-S-BV-KONTO   NOT = SPACE)                    D13
1516AE     THEN                                                         D11
1516AF       GO TO AUFTRAG-AKAHVZ-UEBERTRAGEN-EXIT                      D11
1516AG     END-IF                                                       D11
15166H     ADD 1                        TO H-HVZ-ZIEL                   D08
151670     MOVE HVZ-T-AK-NUMMER (H-INDEX)                               D05
151680       TO KAO5OF2-APO-ABSTIMMKREIS-NR (H-HVZ-ZIEL)                D08
157260       TO KAC5AL-A-SACHBEARBEITER                                 D06
157270     MOVE KAO5OF2-APO-PRIORITAET (H-INDEX)                        D08
157280       TO KAC5AL-A-PRIORITAET                                     D08
157282     MOVE KAO5OF2-APO-END-TO-END-ID (H-INDEX)                     D11
157284       TO KAC5AL-A-END-TO-END-ID                                  D11
157286     MOVE KAO5OF2-APO-UETR (H-INDEX)                              D11
157288       TO KAC5AL-A-UETR                                           D11
157290     MOVE KAO5OF2-APO-INSTRUCTION-ID (H-INDEX)                    D11
157292       TO KAC5AL-A-INSTRUCTION-ID                                 D11
157294     MOVE KAO5OF2-APO-VIRTUELLE-IBAN (H-INDEX)                    D12
157296       TO KAC5AL-A-VIRTUELLE-IBAN                                 D12
1572D0     MOVE KAO5OF2-APO-BV-ANZAHL (H-INDEX)                         D13
1572GU       TO KAC5AL-A-BV-ANZAHL                                      D13
1572KO     MOVE KAO5OF2-APO-BV-KONTO (H-INDEX)                          D13
1572OI       TO KAC5AL-A-BV-KONTO                                       D13
1572SC     MOVE KAO5OF2-APO-BV-SCORE (H-INDEX)                          D13
1572W6       TO KAC5AL-A-BV-SCORE                                       D13
157300     .                                                            
157400 VERSORG-KADA-AKAC5AL-L-1002.                                     
157500     EXIT                                                         
