090063*     Kennzeichen).                                          *     D02
090064*     Datum: 15.09.2026                          NKZ: KLM   *     D02
090065*                                                           *     D02
090066* D03 R58788                                                *     D03
090067*     Sanktionspruefung vor dem Netting: die Konten der     *     D03
090068*     gepaarten Posten beider Seiten werden ueber AKASAC    *     D03
090069*     geprueft; bei offenem oder bestaetigtem Treffer       *     D03
090070*     entfallen Vorschlag (Modus V) bzw. Schliessung        *     D03
090071*     (Modus B), das Kreispaar wird als angehalten          *     D03
090072*     protokolliert.                                        *     D03
090073*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090074*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
105300     20 C-01-STD-ABS-DIA          PIC X(040) VALUE
105400                                  "01-STD-ABS-DIA".
105500     20 C-AKANET                  PIC X(006) VALUE "AKANET".
105550     20 C-01-INT-SAN-PRUEFEN      PIC X(040) VALUE                D03
105600                                  "01-INT-SAN-PRUEFEN".           D03
105700     20 C-VERBRAUCHT              PIC X(001) VALUE "X".
105800     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
105900 01  C-STATI.
109700     05 FILLER                    PIC X(007) VALUE " NETTO ".
109800     05 NET-S-NETTO               PIC -(013)9,99.
109900     05 FILLER                    PIC X(091) VALUE SPACE.
109905 01  NET-SANKTION.                                                D03
109910     05 FILLER                    PIC X(015) VALUE                D03
109915                                  "NET-ANGEHALTEN ".              D03
109920     05 NET-X-AK-NUMMER           PIC 9(005).                     D03
109925     05 FILLER                    PIC X(003) VALUE " / ".         D03
109930     05 NET-X-PARTNER-AK          PIC 9(005).                     D03
109935     05 FILLER                    PIC X(007) VALUE " KONTO ".     D03
109940     05 NET-X-KONTO-ID            PIC X(035).                     D03
109945     05 FILLER                    PIC X(019) VALUE                D03
109950                                  " SANKTIONSPRUEFUNG ".          D03
109955     05 NET-X-STATUS              PIC X(001).                     D03
109960     05 FILLER                    PIC X(070) VALUE SPACE.         D03
110000/---------------------------------------------------------------*
110100* Seite A und gepaarte Posten im Speicher                       *
110200*---------------------------------------------------------------*
114500  COPY CKAO5OF2.
114600  COPY CKAIADI1.
114700  COPY CKAOADI1.
114720  COPY CKAISAC.                                                   D03
114740  COPY CKAOSAC.                                                   D03
114800 01  DUMMY                        PIC X(001).
114900/---------------------------------------------------------------*
115000* Hilfsvariable                                                 *
116900     88 SEITE-A                   VALUE "A".
117000     88 SEITE-B                   VALUE "B".
117100 01  H-BST-WAEHRUNG               PIC X(003).
117110 01  H-SAN-PRUEF-KONTO            PIC X(035).                     D03
117120 01  H-SAN-KONTO-ID               PIC X(035) VALUE SPACE.         D03
117130 01  H-SAN-LETZT-KZ               PIC X(001) VALUE SPACE.         D03
117140 01  H-SAN-STATUS                 PIC X(001).                     D03
117150 01  H-SAN-KZ                     PIC X(001).                     D03
117160     88 SAN-ANHALTEN              VALUE "H".                      D03
117170     88 SAN-FREI                  VALUE "F".                      D03
117200/****************************************************************
117300 PROCEDURE DIVISION.
117400*****************************************************************
122400         MOVE KA0AKRS-SPIEGEL-PARTNER-NR
122500                                  TO H-PARTNER-AK
122600         PERFORM 3000-PAAR-NETTEN THRU 3000-PAAR-NETTEN-EXIT
122620       PERFORM 3500-SANKTION-PRUEFEN                              D03
122640                          THRU 3500-SANKTION-PRUEFEN-EXIT         D03
122660       IF SAN-ANHALTEN                                            D03
122680       THEN                                                       D03
122700         PERFORM 3600-SANKTION-PROTOKOLL                          D03
122720                          THRU 3600-SANKTION-PROTOKOLL-EXIT       D03
122740       ELSE                                                       D03
122760         PERFORM 4000-VORSCHLAG-SCHREIBEN                         D03
122780                          THRU 4000-VORSCHLAG-SCHREIBEN-EXIT      D03
122800       END-IF                                                     D03
122900       END-IF
123000       PERFORM 2100-LESEN-AKRS-ZEILE
123100                            THRU 2100-LESEN-AKRS-ZEILE-EXIT
145400 3400-WAEHRUNG-SUMMIEREN-1002.
145500 3400-WAEHRUNG-SUMMIEREN-EXIT.
145600     EXIT.
145601/---------------------------------------------------------------* D03
145602* Sanktionspruefung: Konten der gepaarten Posten beider Seiten  * D03
145603* ueber AKASAC pruefen; der erste Treffer haelt das Paar an     * D03
145604*---------------------------------------------------------------* D03
145605 3500-SANKTION-PRUEFEN SECTION.                                   D03
145606 3500-SANKTION-PRUEFEN-1001.                                      D03
145607     SET SAN-FREI                 TO TRUE                         D03
145608     PERFORM VARYING H-PAAR-IND FROM 1 BY 1                       D03
145609             UNTIL H-PAAR-IND     > NET-ANZ-PAARE                 D03
145610                OR SAN-ANHALTEN                                   D03
145611       MOVE NET-A-KONTO-ID (NET-P-IND-A (H-PAAR-IND))             D03
145612                                  TO H-SAN-PRUEF-KONTO            D03
145613       PERFORM 3510-KONTO-PRUEFEN THRU 3510-KONTO-PRUEFEN-EXIT    D03
145614       IF SAN-FREI                                                D03
145615       THEN                                                       D03
145616         MOVE NET-P-B-KONTO-ID (H-PAAR-IND)                       D03
145617                                  TO H-SAN-PRUEF-KONTO            D03
145618         PERFORM 3510-KONTO-PRUEFEN                               D03
145619                              THRU 3510-KONTO-PRUEFEN-EXIT        D03
145620       END-IF                                                     D03
145621     END-PERFORM                                                  D03
145622     .                                                            D03
145623 3500-SANKTION-PRUEFEN-1002.                                      D03
145624 3500-SANKTION-PRUEFEN-EXIT.                                      D03
145625     EXIT.                                                        D03
145626/---------------------------------------------------------------* D03
145627* Ein Konto pruefen; das Ergebnis des zuletzt geprueften Kontos * D03
145628* wird wiederverwendet                                          * D03
145629*---------------------------------------------------------------* D03
145630 3510-KONTO-PRUEFEN SECTION.                                      D03
145631 3510-KONTO-PRUEFEN-1001.                                         D03
145632     IF H-SAN-PRUEF-KONTO         = H-SAN-KONTO-ID                D03
145633        AND H-SAN-LETZT-KZ        NOT = SPACE                     D03
145634     THEN                                                         D03
145635       MOVE H-SAN-LETZT-KZ        TO H-SAN-KZ                     D03
145636       GO TO 3510-KONTO-PRUEFEN-EXIT                              D03
145637     END-IF                                                       D03
145638     INITIALIZE KAISAC-EINGABEBEREICH                             D03
145639     MOVE C-01-INT-SAN-PRUEFEN    TO KAISAC-FUNKTION              D03
145640     MOVE C-AKANET                TO KAISAC-QUELLE                D03
145641     MOVE NET-P-LAUFDATUM         TO KAISAC-LAUFDATUM             D03
145642     MOVE H-SAN-PRUEF-KONTO       TO KAISAC-KONTO-ID              D03
145643     CALL "AKASAC" USING                                          D03
145644          KAISAC-EINGABEBEREICH                                   D03
145645          KAOSAC-AUSGABEBEREICH                                   D03
145646          GSOVER-VERSTAENDIGUNGSBEREICH                           D03
145647     END-CALL                                                     D03
145648*    ohne Pruefergebnis wird vorsorglich angehalten               D03
145649     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D03
145650        OR KAOSAC-ANHALTEN                                        D03
145651     THEN                                                         D03
145652       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D03
145653       SET SAN-ANHALTEN           TO TRUE                         D03
145654     ELSE                                                         D03
145655       SET SAN-FREI               TO TRUE                         D03
145656     END-IF                                                       D03
145657     MOVE KAOSAC-STATUS           TO H-SAN-STATUS                 D03
145658     MOVE H-SAN-PRUEF-KONTO       TO H-SAN-KONTO-ID               D03
145659     MOVE H-SAN-KZ                TO H-SAN-LETZT-KZ               D03
145660     .                                                            D03
145661 3510-KONTO-PRUEFEN-1002.                                         D03
145662 3510-KONTO-PRUEFEN-EXIT.                                         D03
145663     EXIT.                                                        D03
145664/---------------------------------------------------------------* D03
145665* Angehaltenes Kreispaar protokollieren                         * D03
145666*---------------------------------------------------------------* D03
145667 3600-SANKTION-PROTOKOLL SECTION.                                 D03
145668 3600-SANKTION-PROTOKOLL-1001.                                    D03
145669     INITIALIZE NET-SANKTION                                      D03
145670     MOVE H-AK-NUMMER             TO NET-X-AK-NUMMER              D03
145671     MOVE H-PARTNER-AK            TO NET-X-PARTNER-AK             D03
145672     MOVE H-SAN-PRUEF-KONTO       TO NET-X-KONTO-ID               D03
145673     MOVE H-SAN-STATUS            TO NET-X-STATUS                 D03
145674     MOVE NET-SANKTION            TO NET-DRUCKZEILE               D03
145675     WRITE NET-DRUCKZEILE                                         D03
145676     .                                                            D03
145677 3600-SANKTION-PROTOKOLL-1002.                                    D03
145678 3600-SANKTION-PROTOKOLL-EXIT.                                    D03
145679     EXIT.                                                        D03
145700/---------------------------------------------------------------*
145800* Verrechnungsvorschlag je Waehrung mit Einzelpostenanhang      *
145900*---------------------------------------------------------------*
151300           MOVE NET-B-WAEHRUNG    TO H-BST-WAEHRUNG
151400           PERFORM 3000-PAAR-NETTEN
151500                            THRU 3000-PAAR-NETTEN-EXIT
151520           PERFORM 3500-SANKTION-PRUEFEN                          D03
151540                          THRU 3500-SANKTION-PRUEFEN-EXIT         D03
151560           IF SAN-ANHALTEN                                        D03
151580           THEN                                                   D03
151600             PERFORM 3600-SANKTION-PROTOKOLL                      D03
151620                          THRU 3600-SANKTION-PROTOKOLL-EXIT       D03
151640           ELSE                                                   D03
151660             PERFORM 5100-NETTO-SCHLIESSEN                        D03
151680                          THRU 5100-NETTO-SCHLIESSEN-EXIT         D03
151700           END-IF                                                 D03
151800       END-READ
151900     END-PERFORM
152000     .
