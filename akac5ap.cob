      *     Umsatznummer des Auszugs).                             *    D05
      *     Datum: 11.09.2026                          NKZ: KLM   *     D05
      *                                                           *     D05
      * D07 R58782                                                *     D07
      *     Beguenstigtenvorschlaege: zur angezeigten Position    *     D07
      *     werden die Vorschlaege aus KA02AKBV (Nachtlauf        *     D07
      *     AKABVS) mit Konto, Name, Bewertung und Trefferart     *     D07
      *     mitgeliefert.                                         *     D07
      *     Datum: 15.10.2026                          NKZ: KLM   *     D07
      *                                                           *     D07
      * D08 R58785                                                *     D08
      *     gpi-Trackerstatus (Status, Grund, letzte Bank,        *     D08
      *     Zeitpunkt) zur angezeigten Position mitliefern.       *     D08
      *     Datum: 15.10.2026                          NKZ: KLM   *     D08
      *                                                           *     D08
100000* ENDE ELEMENTKOPF ****************************************%*
100100/                                                                 
100200 IDENTIFICATION DIVISION.                                         
10779X COPY CKAI0ARV.                                                   D06
10779Y COPY CKAO0ARV.                                                   D06
10779Z 01 C-OBJEKT-TAB-KA02AKRV         PIC X(009) VALUE "KA02AKRV".    D06
1077F6 COPY CKAI0ABV.                                                   D07
1077KD COPY CKAO0ABV.                                                   D07
1077PK 01 C-OBJEKT-TAB-KA02AKBV         PIC X(009) VALUE "KA02AKBV".    D07
1077UR 01 H-BV-IND                      PIC 9(001).                     D07
10779Q COPY CKAI0ARW.                                                   D05
10779R COPY CKAO0ARW.                                                   D05
10779S 01 C-OBJEKT-TAB-KA02AKRW         PIC X(009) VALUE "KA02AKRW".    D05
113230         PERFORM AUFRUF-AKABEM-NOTIZEN                            D03
113240         PERFORM VERJAEHRUNG-ERMITTELN                            D04
113245         PERFORM RUECKSTELLUNG-LESEN                              D06
113247         PERFORM BEGUENSTIGTE-LESEN                               D07
113250         IF KAC5AP-ROHTEXT-JA                                     D05
113260         THEN                                                     D05
113270           PERFORM ROHTEXT-UMSATZ-LESEN                           D05
134900
135000     MOVE KAO5OF1-BERECHTIGUNG
135100       TO KAC5AP-A-BERECHTIGUNG
135105*                                                                 D08
135110     MOVE KAO5OF1-APO-GPI-STATUS  TO KAC5AP-A-GPI-STATUS          D08
135115     MOVE KAO5OF1-APO-GPI-GRUND   TO KAC5AP-A-GPI-GRUND           D08
135120     MOVE KAO5OF1-APO-GPI-LETZTE-BANK                             D08
135125       TO KAC5AP-A-GPI-LETZTE-BANK                                D08
135130     MOVE SPACE                   TO KAC5AP-A-GPI-DATUM           D08
135135                                     KAC5AP-A-GPI-UHRZEIT         D08
135140     IF KAO5OF1-APO-GPI-STATUS    NOT = SPACE                     D08
135145     THEN                                                         D08
135150       MOVE KAO5OF1-APO-GPI-STATUS-ZEIT (1:8)                     D08
135155         TO KAC5AP-A-GPI-DATUM                                    D08
135160       MOVE KAO5OF1-APO-GPI-STATUS-ZEIT (9:6)                     D08
135165         TO KAC5AP-A-GPI-UHRZEIT                                  D08
135170     END-IF                                                       D08
135200     .                                                            
135300 AUFTRAG-AKA5OF-1002.
135400     EXIT.                                                        
13552G RUECKSTELLUNG-LESEN-1002.                                        D06
13552H     EXIT.                                                        D06
13552I/                                                                 D06
135531 BEGUENSTIGTE-LESEN SECTION.                                      D07
13553K BEGUENSTIGTE-LESEN-1001.                                         D07
135543*---------------------------------------------------------------* D07
13554M* Beguenstigtenvorschlaege zur Position aus KA02AKBV (Nachtlauf * D07
135555* AKABVS), bester zuerst                                        * D07
13555O*---------------------------------------------------------------* D07
135567     MOVE ZERO                    TO KAC5AP-A-BV-ANZAHL           D07
13556Q     MOVE ZERO                    TO KAC5AP-A-BV-DATUM            D07
135579     PERFORM VARYING H-BV-IND FROM 1 BY 1 UNTIL H-BV-IND > 3      D07
13557S       MOVE SPACE                 TO KAC5AP-A-BV-IBAN (H-BV-IND)  D07
13558B       MOVE ZERO          TO KAC5AP-A-BV-KONTONUMMER (H-BV-IND)   D07
13558U       MOVE SPACE                 TO KAC5AP-A-BV-NAME (H-BV-IND)  D07
13559D       MOVE ZERO                  TO KAC5AP-A-BV-SCORE (H-BV-IND) D07
13559W       MOVE SPACE                 TO KAC5AP-A-BV-ART (H-BV-IND)   D07
1355AF     END-PERFORM                                                  D07
1355AY     MOVE KAC5AP-E-ABSTIMMKREIS   TO KAI0ABV-AK-NUMMER            D07
1355BH     MOVE KAC5AP-E-HERKUNFT       TO KAI0ABV-HERKUNFT             D07
1355C0     MOVE KAC5AP-E-KONTO-ID       TO KAI0ABV-KONTO-ID             D07
1355CJ     MOVE KAC5AP-E-AUSZUGSDATUM   TO KAI0ABV-AUSZUGSDATUM         D07
1355D2     MOVE KAC5AP-E-AUSZUGSNUMMER  TO KAI0ABV-AUSZUGSNUMMER        D07
1355DL     MOVE KAC5AP-E-AUSZUG-FNR     TO KAI0ABV-AUSZUG-FNR           D07
1355E4     MOVE KAC5AP-E-LFD-NR-APO     TO KAI0ABV-LFD-NR-APO           D07
1355EN     CALL "CGSTAB"                                                D07
1355F6     USING C-TAB-LESEN-EQUAL                                      D07
1355FP           C-KONFIG-ID-KA                                         D07
1355G8           C-OBJEKT-TAB-KA02AKBV                                  D07
1355GR           GSOVER-VERSTAENDIGUNGSBEREICH                          D07
1355HA           KAI0ABV-EINGABEBEREICH                                 D07
1355HT           KAO0ABV-AUSGABEBEREICH                                 D07
1355IC           GSTTAB-EIN-AUSGABEBEREICH                              D07
1355IV     END-CALL                                                     D07
1355JE     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1355JX     THEN                                                         D07
1355KG       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D07
1355KZ       GO TO BEGUENSTIGTE-LESEN-1002                              D07
1355LI     END-IF                                                       D07
1355M1     IF KAO0ABV-ANZAHL            NOT NUMERIC                     D07
1355MK        OR KAO0ABV-ANZAHL         > 3                             D07
1355N3     THEN                                                         D07
1355NM       GO TO BEGUENSTIGTE-LESEN-1002                              D07
1355O5     END-IF                                                       D07
1355OO     MOVE KAO0ABV-ANZAHL          TO KAC5AP-A-BV-ANZAHL           D07
1355P7     MOVE KAO0ABV-LAUF-DATUM      TO KAC5AP-A-BV-DATUM            D07
1355PQ     PERFORM VARYING H-BV-IND FROM 1 BY 1                         D07
1355Q9             UNTIL H-BV-IND > KAO0ABV-ANZAHL                      D07
1355QS       MOVE KAO0ABV-IBAN (H-BV-IND)                               D07
1355RB         TO KAC5AP-A-BV-IBAN (H-BV-IND)                           D07
1355RU       MOVE KAO0ABV-KONTONUMMER (H-BV-IND)                        D07
1355SD         TO KAC5AP-A-BV-KONTONUMMER (H-BV-IND)                    D07
1355SW       MOVE KAO0ABV-NAME (H-BV-IND)                               D07
1355TF         TO KAC5AP-A-BV-NAME (H-BV-IND)                           D07
1355TY       MOVE KAO0ABV-SCORE (H-BV-IND)                              D07
1355UH         TO KAC5AP-A-BV-SCORE (H-BV-IND)                          D07
1355V0       MOVE KAO0ABV-TREFFER-ART (H-BV-IND)                        D07
1355VJ         TO KAC5AP-A-BV-ART (H-BV-IND)                            D07
1355W2     END-PERFORM                                                  D07
1355WL     .                                                            D07
1355X4 BEGUENSTIGTE-LESEN-1002.                                         D07
1355XN     EXIT.                                                        D07
1355Y6/                                                                 D07
135600 INIT-KADA-KAC5AP SECTION.                                        
135700 INIT-KADA-KAC5AP-1001.                                           
135800*---------------------------------------------------------------* 
