090054*     AKAEIN-Instanzen.                                     *     D01
090055*     Datum: 30.11.2025                          NKZ: KLM   *     D01
090056*                                                           *     D01
090057* D02 R58775                                                *     D02
090058*     AK-Zuordnung KA01AKKTO zuerst fuer die Waehrungs-     *     D02
090059*     tasche, sonst fuer das Konto (Waehrung SPACE).        *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
090062* D03 R58812                                                *     D03
090063*     PRTOUT1-4 auf die volle RPLSTORE-Satzlaenge 808       *     D03
090064*     gebracht (bisher 708, die letzten 100 Byte des        *     D03
090065*     Eingabesatzes gingen verloren).                       *     D03
090066*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090067*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103600     COPY CKARPLS.
103700 FD  PRTOUT1
103800     RECORDING MODE IS F.
103900 01  PRT-SATZ-1                   PIC X(808).                     D03
104000 FD  PRTOUT2
104100     RECORDING MODE IS F.
104200 01  PRT-SATZ-2                   PIC X(808).                     D03
104300 FD  PRTOUT3
104400     RECORDING MODE IS F.
104500 01  PRT-SATZ-3                   PIC X(808).                     D03
104600 FD  PRTOUT4
104700     RECORDING MODE IS F.
104800 01  PRT-SATZ-4                   PIC X(808).                     D03
104900 FD  PRTSTAT
105000     RECORDING MODE IS F.
105100 01  PRT-STAT-SATZ.
117800                                  TO KAI1AKK-ABSTIMM-ART
117900     MOVE KAIEIN1-HERKUNFT        TO KAI1AKK-HERKUNFT
118000     MOVE KAIEIN1-KONTO-ID        TO KAI1AKK-KONTO-ID
118020     MOVE KAIEIN1-WAEHRUNF-ENDSALDO                               D02
118040                                  TO KAI1AKK-WAEHRUNG             D02
118100     CALL "CGSTAB"
118200     USING C-TAB-LESEN-EQUAL
118300           C-KONFIG-ID-KA
118700           KAO0AKK-AUSGABEBEREICH
118800           GSTTAB-EIN-AUSGABEBEREICH
118900     END-CALL
118905*    ohne Zuordnung der Waehrungstasche die des Kontos            D02
118910     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND                 D02
118915        AND KAI1AKK-WAEHRUNG      NOT = SPACE                     D02
118920     THEN                                                         D02
118925       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D02
118930       MOVE SPACE                 TO KAI1AKK-WAEHRUNG             D02
118935       CALL "CGSTAB"                                              D02
118940       USING C-TAB-LESEN-EQUAL                                    D02
118945             C-KONFIG-ID-KA                                       D02
118950             C-OBJEKT-TAB-KA01AKKTO                               D02
118955             GSOVER-VERSTAENDIGUNGSBEREICH                        D02
118960             KAI1AKK-EINGABEBEREICH                               D02
118965             KAO0AKK-AUSGABEBEREICH                               D02
118970             GSTTAB-EIN-AUSGABEBEREICH                            D02
118975       END-CALL                                                   D02
118980     END-IF                                                       D02
119000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
119100     THEN
119200       MOVE KAO0AKK-AK-NUMMER     TO H-AK-NUMMER
