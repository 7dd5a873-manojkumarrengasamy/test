090063*     Verprobung wie die uebrigen Tabellen).                 *     D02
090064*     Datum: 14.09.2026                          NKZ: KLM   *     D02
090065*                                                           *     D02
090066* D03 R58774                                                *     D03
090067*     Matching-Regel: Pflichtfeld EndToEndId im Abgleich.   *     D03
090068*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090069*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
109460        10 CFG-RG-ISIN-PFL        PIC X(001).                     D02
109470        10 CFG-RG-PRIMANOTA-PFL   PIC X(001).                     D02
109480        10 CFG-RG-REGEL-NR        PIC 9(005).                     D02
109485        10 CFG-RG-E2E-PFL         PIC X(001).                     D03
109490     05 FILLER                    PIC X(185).                     D03
109500 01  CFG-ABSCHLUSS REDEFINES CFG-ARBEITSSATZ.
109600     05 FILLER                    PIC X(004).
109700     05 CFG-A-ANZ-PA              PIC 9(005).
14621K          AND KAO0AKG-REGEL-PRIMANOTA-PFL                         D02
14621L              = CFG-RG-PRIMANOTA-PFL                              D02
14621M          AND KAO0AKG-REGEL-NR    = CFG-RG-REGEL-NR               D02
1462A1          AND KAO0AKG-REGEL-E2E-PFL = CFG-RG-E2E-PFL              D03
14621N       THEN                                                       D02
14621O         SET SATZ-UNVERAENDERT    TO TRUE                         D02
14621P       ELSE                                                       D02
14622A     END-IF                                                       D02
14622B     PERFORM 2500-DIFF-SCHREIBEN  THRU 2500-DIFF-SCHREIBEN-EXIT   D02
14622C     MOVE SPACE                   TO CFI-DA-DATEN                 D02
14622D     MOVE KAO0AKG-AUSGABEBEREICH  TO CFI-DA-DATEN (1:11)          D03
14622E     MOVE SPACE                   TO CFI-DN-DATEN                 D02
14622F     MOVE CFG-RG-AK-TYP           TO CFI-DN-DATEN (1:2)           D02
14622G     MOVE CFG-RG-DATEN            TO CFI-DN-DATEN (3:9)           D03
14622H     PERFORM 2510-DIFF-DATEN      THRU 2510-DIFF-DATEN-EXIT       D02
14622I     IF CFI-TESTMODUS                                             D02
14622J     THEN                                                         D02
14622R     MOVE KAO0AKG-AUSGABEBEREICH  TO KAIPD-ALT-DATEN              D02
14622S     MOVE SPACE                   TO KAIPD-NEU-DATEN              D02
14622T     MOVE CFG-RG-AK-TYP           TO KAIPD-NEU-DATEN (1:2)        D02
14622U     MOVE CFG-RG-DATEN            TO KAIPD-NEU-DATEN (3:9)        D03
14622V     PERFORM 2600-PD-EINSTELLEN   THRU 2600-PD-EINSTELLEN-EXIT    D02
14622W     .                                                            D02
14622X 2450-RG-ABGLEICHEN-1002.                                         D02
