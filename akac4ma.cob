      *     (journalisiert dort als KAPERUEB).                    *    D11
      *     Datum: 20.06.2026                          NKZ: KLM   *    D11
      *                                                           *    D11
      * D12 R58775                                                *     D12
      *     AK-Zuordnung KA01AKKTO zuerst fuer die Waehrung des   *     D12
      *     Postens, sonst fuer das Konto (Waehrung SPACE).       *     D12
      *     Datum: 15.10.2026                          NKZ: KLM   *     D12
      *                                                           *     D12
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
125800                                  TO KAI1AKK-ABSTIMM-ART
125900     MOVE KAC4MA-E-HERKUNFT       TO KAI1AKK-HERKUNFT
126000     MOVE KAC4MA-E-KONTO-ID       TO KAI1AKK-KONTO-ID
126010*    zuerst die Zuordnung der Waehrungstasche, sonst die des      D12
126020*    Kontos fuer alle Waehrungen (Waehrung SPACE)                 D12
126030     MOVE KAC4MA-E-WAEHRUNG       TO KAI1AKK-WAEHRUNG             D12
126040     .                                                            D12
126050 AK-DATEN-ERMITTELN-1010.                                         D12
126100     CALL "CGSTAB"
126200     USING C-TAB-LESEN-EQUAL
126300           C-KONFIG-ID-KA
126700           KAO0AKK-AUSGABEBEREICH
126800           GSTTAB-EIN-AUSGABEBEREICH
126900     END-CALL
126910     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND                 D12
126920        AND KAI1AKK-WAEHRUNG      NOT = SPACE                     D12
126930     THEN                                                         D12
126940       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D12
126950       MOVE SPACE                 TO KAI1AKK-WAEHRUNG             D12
126960       GO TO AK-DATEN-ERMITTELN-1010                              D12
126970     END-IF                                                       D12
127000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
127100     THEN
127200       PERFORM MELDUNG-IN-APDU-EINTRAGEN
