      *     die neue Funktion 01-INT-AKT-KTO.                  *    D02
      *     Datum: 12.03.2026                            NKZ: KLM  * D02
      *                                                           *     D02
      * D03 R58775                                                *     D03
      *     Vier-Augen-Schluessel um die Waehrung der             *     D03
      *     Waehrungstasche (KTO-WAE-SALDO) erweitert.            *     D03
      *     Datum: 15.10.2026                          NKZ: KLM   *     D03
      *                                                           *     D03
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
           MOVE C-GELDKTO-UMSATZ-ABSTIMM TO KAI1AKK-ABSTIMM-ART         E01
           MOVE KAI4KT1-HERKUNFT         TO KAI1AKK-HERKUNFT            E01     
           MOVE KAI4KT1-KONTO-ID         TO KAI1AKK-KONTO-ID            E01
122500     MOVE SPACE                    TO KAI1AKK-WAEHRUNG            D03
122600*
122700     CALL "CGSTAB"
122800     USING C-TAB-LESEN-EQUAL
136317     MOVE C-01-INT-PD-EINSTELLEN  TO KAIPD-FUNKTION               D02
136318     MOVE C-TABELLE-BKAKTO        TO KAIPD-TABELLE                D02
136319     MOVE KAKTO-BENUTZERSATZ (1:46)                               D02
13631A                                  TO KAIPD-SCHLUESSEL (1:46)      D03
1363A1     MOVE KTO-WAE-SALDO           TO KAIPD-SCHLUESSEL (47:3)      D03
13631B     MOVE GSO0ANM-BENUTZERIDENTIFIKATION                          D02
13631C                                  TO KAIPD-BENUTZER               D02
13631D     MOVE H-ZUGRIFFSNAME (1:8)    TO KAIPD-AKTION                 D02
136323     MOVE C-01-INT-PD-AKTIVIEREN  TO KAIPD-FUNKTION               D02
136324     MOVE C-TABELLE-BKAKTO        TO KAIPD-TABELLE                D02
136325     MOVE KAKTO-BENUTZERSATZ (1:46)                               D02
136326                                  TO KAIPD-SCHLUESSEL (1:46)      D03
1363A2     MOVE KTO-WAE-SALDO           TO KAIPD-SCHLUESSEL (47:3)      D03
136327     MOVE GSO0ANM-BENUTZERIDENTIFIKATION                          D02
136328                                  TO KAIPD-BENUTZER               D02
136329     CALL "KKA4PD"                                                D02
