090069*     Durchlaeufe aus.                                       *     D03
090070*     Datum: 10.09.2026                          NKZ: KLM   *     D03
090071*                                                           *     D03
090072* D04 R58788                                                *     D04
090073*     Sanktionspruefung vor dem Schreiben: das Gegenpartei- *     D04
090074*     Konto wird ueber AKASAC geprueft; bei offenem oder    *     D04
090075*     bestaetigtem Treffer entfallen Schreiben und Fort-    *     D04
090076*     schreibung der Mahnstufe, der Posten erscheint als    *     D04
090077*     angehalten auf der Wiedervorlageliste MHNFUP.         *     D04
090078*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090079*                                                           *     D04
090080* D05 R58793                                                *     D05
090081*     Ratenvereinbarungen (KA02AKRP): fuer Posten mit       *     D05
090082*     aktiver Vereinbarung zaehlt das Alter ab der Faellig- *     D05
090083*     keit der ersten offenen Rate; ist noch keine Rate     *     D05
090084*     faellig, wird der Posten weder gemahnt noch wieder-   *     D05
090085*     vorgelegt.                                            *     D05
090086*     Datum: 15.10.2026                          NKZ: KLM   *     D05
090087*                                                           *     D05
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
105000     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
105100     20 C-OBJEKT-TAB-KA02AKMT     PIC X(009) VALUE "KA02AKMT".
105110     20 C-OBJEKT-TAB-KA000AKGP    PIC X(009) VALUE "KA000AKGP".   D02
105120     20 C-OBJEKT-TAB-KA02AKRP     PIC X(009) VALUE "KA02AKRP".    D05
105200     20 C-OBJEKT-KA-FTG           PIC X(020) VALUE "AKAFTG".
105300     20 C-OBJEKT-AUF-KKA5AP       PIC X(020) VALUE "KKA5AP".
105400     20 C-OBJEKT-AUF-KKA4AP       PIC X(020) VALUE "KKA4AP".
106300     20 C-01-STD-ANZ-GESCHAEFTSTAGE
106400                                  PIC X(040) VALUE
106500                                  "01-STD-ANZ-GESCHAEFTSTAGE".
106520     20 C-01-INT-SAN-PRUEFEN      PIC X(040)                      D04
106540                                  VALUE "01-INT-SAN-PRUEFEN".     D04
106560     20 C-HINWEIS-SANKTION        PIC X(020)                      D04
106580                                  VALUE "SANKTION ANGEHALTEN".    D04
106600     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106700 01  C-STATI.
106800     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
110600     05 MHN-F-MAHN-DATUM          PIC 9(008).
110700     05 FILLER                    PIC X(001) VALUE SPACE.
110800     05 MHN-F-BETRAG              PIC -(013)9,99.
110850     05 FILLER                    PIC X(001) VALUE SPACE.         D04
110900     05 MHN-F-HINWEIS             PIC X(020).                     D04
110950     05 FILLER                    PIC X(001) VALUE SPACE.         D04
111000/---------------------------------------------------------------*
111100* Brieftabelle je Gegenpartei-Konto                             *
111200*---------------------------------------------------------------*
113700  COPY CKAI5OF2.
113800  COPY CKAI5OF3.
113900  COPY CKAO5OF2.
113920  COPY CKAISAC.                                                   D04
113940  COPY CKAOSAC.                                                   D04
113960  COPY CKAI0ARP.                                                  D05
113980  COPY CKAO0ARP.                                                  D05
114000 01  DUMMY                        PIC X(001).
114100/---------------------------------------------------------------*
114200* Hilfsvariable                                                 *
115488 01  H-WK-LESE-STATUS             PIC X(001).                     D03
115489     88 WK-LESEN-WEITER            VALUE "J".                     D03
11548A     88 WK-LESEN-FERTIG            VALUE "N".                     D03
11548B 01  H-SAN-KONTO-ID               PIC X(035) VALUE SPACE.         D04
11548C 01  H-SAN-KZ                     PIC X(001) VALUE SPACE.         D04
11548D     88 SAN-ANHALTEN              VALUE "H".                      D04
11548E     88 SAN-FREI                  VALUE "F".                      D04
11548F 01  H-RATE-IND                   PIC 9(003) COMP-3.              D05
11548G 01  H-RATE-FAELLIG               PIC 9(008).                     D05
11548H 01  H-RATE-KZ                    PIC X(001) VALUE SPACE.         D05
11548I     88 RATE-OHNE                 VALUE SPACE.                    D05
11548J     88 RATE-UEBERFAELLIG         VALUE "U".                      D05
11548K     88 RATE-NICHT-FAELLIG        VALUE "N".                      D05
11548L 01  H-RATE-ANZ                   PIC 9(003) COMP-3.              D05
115500/****************************************************************
115600 PROCEDURE DIVISION.
115700*****************************************************************
126900*---------------------------------------------------------------*
127000 2300-POSTEN-PRUEFEN SECTION.
127100 2300-POSTEN-PRUEFEN-1001.
127110*    Ratenvereinbarung: Faelligkeit der ersten offenen Rate       D05
127120     PERFORM 2320-RATENPLAN-PRUEFEN                               D05
127130                              THRU 2320-RATENPLAN-PRUEFEN-EXIT    D05
127140     IF RATE-NICHT-FAELLIG                                        D05
127150     THEN                                                         D05
127160       GO TO 2300-POSTEN-PRUEFEN-EXIT                             D05
127170     END-IF                                                       D05
127200*    Alter in Geschaeftstagen ab Valuta
127300     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
127400                                  TO KAIFTG1-DATUM-VON
127410     IF RATE-UEBERFAELLIG                                         D05
127420     THEN                                                         D05
127430       MOVE H-RATE-FAELLIG        TO KAIFTG1-DATUM-VON            D05
127440     END-IF                                                       D05
127500     MOVE MHN-P-LAUFDATUM         TO KAIFTG1-DATUM-BIS
127600     PERFORM 2310-GESCHAEFTSTAGE  THRU 2310-GESCHAEFTSTAGE-EXIT
127700     MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
129600     IF H-ZIELSTUFE               >
129700        KAO5OF2-APO-MAHNSTUFE (H-INDEX)
129800     THEN
129810       PERFORM 2350-SANKTION-PRUEFEN                              D04
129820                                THRU 2350-SANKTION-PRUEFEN-EXIT   D04
129830       IF SAN-ANHALTEN                                            D04
129840       THEN                                                       D04
129850         PERFORM 2360-SANKTION-HALTEN                             D04
129860                                THRU 2360-SANKTION-HALTEN-EXIT    D04
129870         GO TO 2300-POSTEN-PRUEFEN-EXIT                           D04
129880       END-IF                                                     D04
129900       PERFORM 2400-MAHNEN        THRU 2400-MAHNEN-EXIT
130000       GO TO 2300-POSTEN-PRUEFEN-EXIT
130100     END-IF
132000 2300-POSTEN-PRUEFEN-1002.
132100 2300-POSTEN-PRUEFEN-EXIT.
132200     EXIT.
132201/---------------------------------------------------------------* D04
132202* Sanktionspruefung des Gegenpartei-Kontos (AKASAC); das        * D04
132203* Ergebnis gilt fuer alle Posten desselben Kontos               * D04
132204*---------------------------------------------------------------* D04
132205 2350-SANKTION-PRUEFEN SECTION.                                   D04
132206 2350-SANKTION-PRUEFEN-1001.                                      D04
132207     IF KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                    D04
132208                                  = H-SAN-KONTO-ID                D04
132209        AND H-SAN-KZ              NOT = SPACE                     D04
132210     THEN                                                         D04
132211       GO TO 2350-SANKTION-PRUEFEN-EXIT                           D04
132212     END-IF                                                       D04
132213     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                  D04
132214                                  TO H-SAN-KONTO-ID               D04
132215     INITIALIZE KAISAC-EINGABEBEREICH                             D04
132216     MOVE C-01-INT-SAN-PRUEFEN    TO KAISAC-FUNKTION              D04
132217     MOVE C-AKAMHN                TO KAISAC-QUELLE                D04
132218     MOVE MHN-P-LAUFDATUM         TO KAISAC-LAUFDATUM             D04
132219     MOVE H-SAN-KONTO-ID          TO KAISAC-KONTO-ID              D04
132220     CALL "AKASAC" USING                                          D04
132221          KAISAC-EINGABEBEREICH                                   D04
132222          KAOSAC-AUSGABEBEREICH                                   D04
132223          GSOVER-VERSTAENDIGUNGSBEREICH                           D04
132224     END-CALL                                                     D04
132225*    ohne Pruefergebnis wird vorsorglich angehalten               D04
132226     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D04
132227        OR KAOSAC-ANHALTEN                                        D04
132228     THEN                                                         D04
132229       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D04
132230       SET SAN-ANHALTEN           TO TRUE                         D04
132231     ELSE                                                         D04
132232       SET SAN-FREI               TO TRUE                         D04
132233     END-IF                                                       D04
132234     .                                                            D04
132235 2350-SANKTION-PRUEFEN-1002.                                      D04
132236 2350-SANKTION-PRUEFEN-EXIT.                                      D04
132237     EXIT.                                                        D04
132238/---------------------------------------------------------------* D04
132239* Angehaltenen Posten auf der Wiedervorlageliste ausweisen      * D04
132240*---------------------------------------------------------------* D04
132241 2360-SANKTION-HALTEN SECTION.                                    D04
132242 2360-SANKTION-HALTEN-1001.                                       D04
132243     INITIALIZE MHN-FUP-DETAIL                                    D04
132244     MOVE MHN-P-LAUFDATUM         TO MHN-F-LAUFDATUM              D04
132245     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)                   D04
132246                                  TO MHN-F-AK-NUMMER              D04
132247     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)                          D04
132248                                  TO MHN-F-HERKUNFT               D04
132249     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                  D04
132250                                  TO MHN-F-KONTO-ID               D04
132251     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)                        D04
132252                                  TO MHN-F-LFD-NR                 D04
132253     MOVE KAO5OF2-APO-MAHNSTUFE (H-INDEX)                         D04
132254                                  TO MHN-F-STUFE                  D04
132255     MOVE KAO5OF2-APO-MAHN-DATUM (H-INDEX)                        D04
132256                                  TO MHN-F-MAHN-DATUM             D04
132257     MOVE KAO5OF2-APO-BETRAG (H-INDEX)                            D04
132258                                  TO MHN-F-BETRAG                 D04
132259     MOVE C-HINWEIS-SANKTION      TO MHN-F-HINWEIS                D04
132260     MOVE MHN-FUP-DETAIL          TO MHN-FUP-ZEILE                D04
132261     WRITE MHN-FUP-ZEILE                                          D04
132262     .                                                            D04
132263 2360-SANKTION-HALTEN-1002.                                       D04
132264 2360-SANKTION-HALTEN-EXIT.                                       D04
132265     EXIT.                                                        D04
132300/---------------------------------------------------------------*
132400* Geschaeftstage ueber den Feiertagskalender ermitteln          *
132500*---------------------------------------------------------------*
133700 2310-GESCHAEFTSTAGE-1002.
133800 2310-GESCHAEFTSTAGE-EXIT.
133900     EXIT.
133A00/---------------------------------------------------------------* D05
133A01* Ratenvereinbarung des Postens (KA02AKRP) pruefen: bei         * D05
133A02* aktiver Vereinbarung die Faelligkeit der ersten offenen       * D05
133A03* Rate ermitteln (H-RATE-FAELLIG); ist sie noch nicht           * D05
133A04* erreicht, gilt der Posten als nicht faellig                   * D05
133A05*---------------------------------------------------------------* D05
133A06 2320-RATENPLAN-PRUEFEN SECTION.                                  D05
133A07 2320-RATENPLAN-PRUEFEN-1001.                                     D05
133A08     SET RATE-OHNE                TO TRUE                         D05
133A09     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)                   D05
133A0A                                  TO KAI0ARP-AK-NUMMER            D05
133A0B     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)                          D05
133A0C                                  TO KAI0ARP-HERKUNFT             D05
133A0D     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                  D05
133A0E                                  TO KAI0ARP-KONTO-ID             D05
133A0F     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)                      D05
133A0G                                  TO KAI0ARP-AUSZUGSDATUM         D05
133A0H     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)                     D05
133A0I                                  TO KAI0ARP-AUSZUGSNUMMER        D05
133A0J     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)                        D05
133A0K                                  TO KAI0ARP-AUSZUG-FNR           D05
133A0L     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)                        D05
133A0M                                  TO KAI0ARP-LFD-NR-APO           D05
133A0N     MOVE ZERO                    TO KAI0ARP-RATE-NR              D05
133A0O     PERFORM 2330-RATE-LESEN      THRU 2330-RATE-LESEN-EXIT       D05
133A0P     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D05
133A0Q     THEN                                                         D05
133A0R       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D05
133A0S       GO TO 2320-RATENPLAN-PRUEFEN-EXIT                          D05
133A0T     END-IF                                                       D05
133A0U     IF NOT KAO0ARP-K-AKTIV                                       D05
133A0V     THEN                                                         D05
133A0W       GO TO 2320-RATENPLAN-PRUEFEN-EXIT                          D05
133A0X     END-IF                                                       D05
133A0Y     MOVE KAO0ARP-K-ANZ-RATEN     TO H-RATE-ANZ                   D05
133A0Z     PERFORM 2340-RATE-PRUEFEN    THRU 2340-RATE-PRUEFEN-EXIT     D05
133A10            VARYING H-RATE-IND FROM 1 BY 1                        D05
133A11            UNTIL H-RATE-IND > H-RATE-ANZ                         D05
133A12               OR NOT RATE-OHNE                                   D05
133A13     .                                                            D05
133A14 2320-RATENPLAN-PRUEFEN-1002.                                     D05
133A15 2320-RATENPLAN-PRUEFEN-EXIT.                                     D05
133A16     EXIT.                                                        D05
133A17/---------------------------------------------------------------* D05
133A18* Satz der Ratenvereinbarung lesen (KA02AKRP); das Gewicht wird * D05
133A19* vom Aufrufer ausgewertet                                      * D05
133A1A*---------------------------------------------------------------* D05
133A1B 2330-RATE-LESEN SECTION.                                         D05
133A1C 2330-RATE-LESEN-1001.                                            D05
133A1D     CALL "CGSTAB"                                                D05
133A1E     USING C-TAB-LESEN-EQUAL                                      D05
133A1F           C-KONFIG-ID-KA                                         D05
133A1G           C-OBJEKT-TAB-KA02AKRP                                  D05
133A1H           GSOVER-VERSTAENDIGUNGSBEREICH                          D05
133A1I           KAI0ARP-EINGABEBEREICH                                 D05
133A1J           KAO0ARP-AUSGABEBEREICH                                 D05
133A1K           GSTTAB-EIN-AUSGABEBEREICH                              D05
133A1L     END-CALL                                                     D05
133A1M     .                                                            D05
133A1N 2330-RATE-LESEN-1002.                                            D05
133A1O 2330-RATE-LESEN-EXIT.                                            D05
133A1P     EXIT.                                                        D05
133A1Q/---------------------------------------------------------------* D05
133A1R* Eine Rate pruefen: die erste offene Rate bestimmt die         * D05
133A1S* Faelligkeit des Postens                                       * D05
133A1T*---------------------------------------------------------------* D05
133A1U 2340-RATE-PRUEFEN SECTION.                                       D05
133A1V 2340-RATE-PRUEFEN-1001.                                          D05
133A1W     MOVE H-RATE-IND              TO KAI0ARP-RATE-NR              D05
133A1X     PERFORM 2330-RATE-LESEN      THRU 2330-RATE-LESEN-EXIT       D05
133A1Y     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D05
133A1Z     THEN                                                         D05
133A20       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D05
133A21       GO TO 2340-RATE-PRUEFEN-EXIT                               D05
133A22     END-IF                                                       D05
133A23     IF NOT KAO0ARP-R-OFFEN                                       D05
133A24     THEN                                                         D05
133A25       GO TO 2340-RATE-PRUEFEN-EXIT                               D05
133A26     END-IF                                                       D05
133A27     MOVE KAO0ARP-R-FAELLIG       TO H-RATE-FAELLIG               D05
133A28     IF H-RATE-FAELLIG            > MHN-P-LAUFDATUM               D05
133A29     THEN                                                         D05
133A2A       SET RATE-NICHT-FAELLIG     TO TRUE                         D05
133A2B     ELSE                                                         D05
133A2C       SET RATE-UEBERFAELLIG      TO TRUE                         D05
133A2D     END-IF                                                       D05
133A2E     .                                                            D05
133A2F 2340-RATE-PRUEFEN-1002.                                          D05
133A2G 2340-RATE-PRUEFEN-EXIT.                                          D05
133A2H     EXIT.                                                        D05
134000/---------------------------------------------------------------*
134100* Posten anmahnen: im Brief des Kontos sammeln und die          *
134200* Mahnstufe auf dem Posten fortschreiben (wie AKAPRI)           *
